       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOMARGEM.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: RELATORIO MENSAL DE MARGEM BRUTA: PARA
      ***             A COMPETENCIA PEDIDA, RECEITA LIQUIDA,
      ***             CUSTO DAS MERCADORIAS VENDIDAS (QUANTIDADE
      ***             X CUSTO UNITARIO GRAVADO NA LINHA DE VENDA,
      ***             OU O CUSTO MEDIO ATUAL DO SALDOESTOQUE
      ***             QUANDO A LINHA NAO TRAZ CUSTO), MARGEM E
      ***             MARGEM % POR PRODUTO COM SUBTOTAL POR
      ***             CATEGORIA, E DEPOIS POR LOJA. OS
      ***             CANCELAMENTOS ABATEM RECEITA E CUSTO. O
      ***             HISTORICO ARQUIVADO (DETALHEVENDAHIST)
      ***             PODE SER INCLUIDO PARA MESES FECHADOS.
      ***             PRODUTO SEM CUSTO MEDIO E APONTADO COMO
      ***             SEM CUSTO NA LINHA DO PRODUTO. O RELATORIO
      ***             FICA GUARDADO NO REPOSITORIO DE RELATORIOS
      ***             (GRAVARSPOOL) PARA REIMPRESSAO
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-SALDOESTOQUE ASSIGN TO 'SALDOESTOQUE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EST-PRODUTO
             FILE STATUS IS WRK-FS-SALDOESTOQUE.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
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
       FD  ARQ-SALDOESTOQUE.
       COPY SALDOESTOQUE.
       FD  ARQ-LOJAS.
       COPY LOJAS.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-CATEGORIA      PIC X(15).
           02  CLAS-PRODUTO        PIC X(06).
           02  CLAS-LOJA           PIC 9(03).
           02  CLAS-RECEITA        PIC S9(09)V99.
           02  CLAS-CUSTO          PIC S9(11)V99.
           02  CLAS-SEMCUSTO       PIC X(01).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PRODUTOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-SALDOESTOQUE  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-LOJAS         PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PRODUTOS      PIC X(01)  VALUE 'N'.
           88 PRODUTOS-ABERTO             VALUE 'S'.
       77 WRK-SW-SALDOESTOQUE  PIC X(01)  VALUE 'N'.
           88 SALDOESTOQUE-ABERTO         VALUE 'S'.
       77 WRK-SW-LOJAS         PIC X(01)  VALUE 'N'.
           88 LOJAS-ABERTO                VALUE 'S'.
       77 WRK-SW-PROCESSAR     PIC X(01)  VALUE 'N'.
           88 PROCESSAR-PERIODO           VALUE 'S'.
       77 WRK-INCLUIRHIST      PIC X(01)  VALUE 'N'.
           88 INCLUIR-HISTORICO           VALUE 'S'.
       77 WRK-FIM-DETALHE      PIC X(01)  VALUE 'N'.
           88 FIM-DETALHE                 VALUE 'S'.
       77 WRK-FIM-HISTORICO    PIC X(01)  VALUE 'N'.
           88 FIM-HISTORICO               VALUE 'S'.
       77 WRK-FIM-CLASSIFICA   PIC X(01)  VALUE 'N'.
           88 FIM-CLASSIFICA              VALUE 'S'.
       77 WRK-SW-TEMDADOS      PIC X(01)  VALUE 'N'.
           88 TEM-DADOS                   VALUE 'S'.
       77 WRK-ANO              PIC 9(04)  VALUE ZEROS.
       77 WRK-MES              PIC 9(02)  VALUE ZEROS.
       77 WRK-VAL-VALOR        PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VAL-MINIMO       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VAL-MAXIMO       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VAL-VALIDO       PIC X(01)  VALUE 'N'.
           88 VAL-FAIXA-VALIDA            VALUE 'S'.
      * CAMPOS DE TRABALHO DE UMA LINHA DE VENDA
       77 WRK-TIPO             PIC X(01)  VALUE SPACES.
       77 WRK-PRODUTO          PIC X(06)  VALUE SPACES.
       77 WRK-LOJA             PIC 9(03)  VALUE ZEROS.
       77 WRK-QTDE             PIC 9(05)  VALUE ZEROS.
       77 WRK-VALOR            PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTOUNIT        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CATEGORIA        PIC X(15)  VALUE SPACES.
       77 WRK-DESCRICAO        PIC X(30)  VALUE SPACES.
       77 WRK-CUSTOMEDIO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LOJA-NOME        PIC X(30)  VALUE SPACES.
      * ACUMULADORES DAS QUEBRAS
       77 WRK-PRODUTO-ANT      PIC X(06)  VALUE SPACES.
       77 WRK-CATEGORIA-ANT    PIC X(15)  VALUE SPACES.
       77 WRK-LOJA-ANT         PIC 9(03)  VALUE ZEROS.
       77 WRK-SEMCUSTO-ANT     PIC X(01)  VALUE 'N'.
       77 WRK-REC-PRODUTO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CMV-PRODUTO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REC-CATEGORIA    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CMV-CATEGORIA    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REC-LOJA         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CMV-LOJA         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REC-TOTAL        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CMV-TOTAL        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTDESEMCUSTO     PIC 9(05)  VALUE ZEROS.
      * CAMPOS DA LINHA IMPRESSA
       77 WRK-LIN-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIN-CMV          PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIN-MARGEM       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIN-PERCENTUAL   PIC S9(05)V99 VALUE ZEROS.
       77 WRK-RECEITA-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-CMV-ED           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-MARGEM-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERCENTUAL-ED    PIC -ZZZ9,99.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-PERIODO
               PERFORM 0900-ABRIR-SPOOL
               PERFORM 0200-RELATORIO-PRODUTO
               PERFORM 0250-RELATORIO-LOJA
               PERFORM 0300-FINALIZAR
               PERFORM 0920-FECHAR-SPOOL
            END-IF.
            GOBACK.

       0100-INICIAR.
           DISPLAY 'ANO DA COMPETENCIA '.
           ACCEPT WRK-ANO.
           DISPLAY 'MES DA COMPETENCIA '.
           ACCEPT WRK-MES.
           DISPLAY 'INCLUIR O HISTORICO ARQUIVADO (S/N)? '.
           ACCEPT WRK-INCLUIRHIST.
           MOVE WRK-MES       TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 12            TO WRK-VAL-MAXIMO.
           CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                   WRK-VAL-MAXIMO WRK-VAL-VALIDO.
           IF NOT VAL-FAIXA-VALIDA
              DISPLAY 'MES INVALIDO: ' WRK-MES
           ELSE
              OPEN INPUT ARQ-DETALHEVENDA
              IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
                 AND NOT INCLUIR-HISTORICO
                 DISPLAY 'ARQUIVO DETALHEVENDA NAO ENCONTRADO'
              ELSE
                 IF WRK-FS-DETALHEVENDA EQUAL '00'
                    CLOSE ARQ-DETALHEVENDA
                 END-IF
                 SET PROCESSAR-PERIODO TO TRUE
                 OPEN INPUT ARQ-PRODUTOS
                 IF WRK-FS-PRODUTOS EQUAL '00'
                    SET PRODUTOS-ABERTO TO TRUE
                 END-IF
                 OPEN INPUT ARQ-SALDOESTOQUE
                 IF WRK-FS-SALDOESTOQUE EQUAL '00'
                    SET SALDOESTOQUE-ABERTO TO TRUE
                 ELSE
                    DISPLAY 'SALDOESTOQUE NAO DISPONIVEL - '
                            'VENDAS SEM CUSTO'
                 END-IF
                 OPEN INPUT ARQ-LOJAS
                 IF WRK-FS-LOJAS EQUAL '00'
                    SET LOJAS-ABERTO TO TRUE
                 END-IF
              END-IF
           END-IF.

       0200-RELATORIO-PRODUTO.
           STRING 'MARGEM BRUTA POR CATEGORIA/PRODUTO - '
                  'COMPETENCIA ' WRK-MES '/' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-CATEGORIA CLAS-PRODUTO
                INPUT PROCEDURE IS 0210-SELECIONAR-VENDAS
                OUTPUT PROCEDURE IS 0220-TOTALIZAR-PRODUTO.

       0210-SELECIONAR-VENDAS.
           MOVE 'N' TO WRK-FIM-DETALHE.
           OPEN INPUT ARQ-DETALHEVENDA.
           IF WRK-FS-DETALHEVENDA NOT EQUAL '00'
              SET FIM-DETALHE TO TRUE
           END-IF.
           PERFORM UNTIL FIM-DETALHE
              READ ARQ-DETALHEVENDA
                 AT END
                    SET FIM-DETALHE TO TRUE
                 NOT AT END
                    IF DET-ANO EQUAL WRK-ANO
                       AND DET-MES EQUAL WRK-MES
                       MOVE DET-TIPO    TO WRK-TIPO
                       MOVE DET-PRODUTO TO WRK-PRODUTO
                       MOVE DET-LOJA    TO WRK-LOJA
                       MOVE DET-QTDE    TO WRK-QTDE
                       MOVE DET-VALOR   TO WRK-VALOR
                       MOVE DET-CUSTOUNIT TO WRK-CUSTOUNIT
                       PERFORM 0230-LIBERAR-LINHA
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEVENDA EQUAL '10'
              CLOSE ARQ-DETALHEVENDA
           END-IF.
           IF INCLUIR-HISTORICO
              PERFORM 0215-SELECIONAR-HISTORICO
           END-IF.

       0215-SELECIONAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT ARQ-DETALHEHIST.
           IF WRK-FS-DETALHEHIST NOT EQUAL '00'
              DISPLAY 'ARQUIVO DETALHEVENDAHIST NAO ENCONTRADO - '
                      'SEGUE SO COM O ARQUIVO VIVO'
           ELSE
              PERFORM UNTIL FIM-HISTORICO
                 READ ARQ-DETALHEHIST
                    AT END
                       SET FIM-HISTORICO TO TRUE
                    NOT AT END
                       IF DTH-ANO EQUAL WRK-ANO
                          AND DTH-MES EQUAL WRK-MES
                          MOVE DTH-TIPO    TO WRK-TIPO
                          MOVE DTH-PRODUTO TO WRK-PRODUTO
                          MOVE DTH-LOJA    TO WRK-LOJA
                          MOVE DTH-QTDE    TO WRK-QTDE
                          MOVE DTH-VALOR   TO WRK-VALOR
                          MOVE DTH-CUSTOUNIT TO WRK-CUSTOUNIT
                          PERFORM 0230-LIBERAR-LINHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-DETALHEHIST
           END-IF.

       0220-TOTALIZAR-PRODUTO.
           MOVE 'N'   TO WRK-FIM-CLASSIFICA.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-REC-PRODUTO WRK-CMV-PRODUTO.
           MOVE ZEROS TO WRK-REC-CATEGORIA WRK-CMV-CATEGORIA.
           MOVE ZEROS TO WRK-REC-TOTAL WRK-CMV-TOTAL.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0222-IMPRIMIR-PRODUTO
                       PERFORM 0224-IMPRIMIR-CATEGORIA
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       MOVE CLAS-CATEGORIA TO WRK-CATEGORIA-ANT
                       MOVE CLAS-PRODUTO   TO WRK-PRODUTO-ANT
                       MOVE 'N'            TO WRK-SEMCUSTO-ANT
                       STRING 'CATEGORIA ' CLAS-CATEGORIA
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                       SET TEM-DADOS TO TRUE
                    END-IF
                    IF CLAS-CATEGORIA NOT EQUAL WRK-CATEGORIA-ANT
                       PERFORM 0222-IMPRIMIR-PRODUTO
                       PERFORM 0224-IMPRIMIR-CATEGORIA
                       MOVE CLAS-CATEGORIA TO WRK-CATEGORIA-ANT
                       MOVE CLAS-PRODUTO   TO WRK-PRODUTO-ANT
                       STRING 'CATEGORIA ' CLAS-CATEGORIA
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    ELSE
                       IF CLAS-PRODUTO NOT EQUAL WRK-PRODUTO-ANT
                          PERFORM 0222-IMPRIMIR-PRODUTO
                          MOVE CLAS-PRODUTO TO WRK-PRODUTO-ANT
                       END-IF
                    END-IF
                    ADD CLAS-RECEITA TO WRK-REC-PRODUTO
                    ADD CLAS-CUSTO   TO WRK-CMV-PRODUTO
                    IF CLAS-SEMCUSTO EQUAL 'S'
                       MOVE 'S' TO WRK-SEMCUSTO-ANT
                    END-IF
              END-RETURN
           END-PERFORM.
           IF TEM-DADOS
              MOVE WRK-REC-TOTAL TO WRK-LIN-RECEITA
              MOVE WRK-CMV-TOTAL TO WRK-LIN-CMV
              PERFORM 0240-CALCULAR-MARGEM
              STRING 'TOTAL GERAL   RECEITA ' WRK-RECEITA-ED
                     ' CMV ' WRK-CMV-ED
                     ' MARGEM ' WRK-MARGEM-ED
                     ' ' WRK-PERCENTUAL-ED '%'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           ELSE
              MOVE 'NENHUMA VENDA NA COMPETENCIA' TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.

       0222-IMPRIMIR-PRODUTO.
           MOVE WRK-PRODUTO-ANT TO WRK-PRODUTO.
           PERFORM 0235-BUSCAR-PRODUTO.
           MOVE WRK-REC-PRODUTO TO WRK-LIN-RECEITA.
           MOVE WRK-CMV-PRODUTO TO WRK-LIN-CMV.
           PERFORM 0240-CALCULAR-MARGEM.
           IF WRK-SEMCUSTO-ANT EQUAL 'S'
              ADD 1 TO WRK-QTDESEMCUSTO
              STRING '  ' WRK-PRODUTO-ANT ' ' WRK-DESCRICAO
                     ' RECEITA ' WRK-RECEITA-ED
                     ' CMV ' WRK-CMV-ED
                     ' MARGEM ' WRK-MARGEM-ED
                     ' ' WRK-PERCENTUAL-ED '% SEM CUSTO'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           ELSE
              STRING '  ' WRK-PRODUTO-ANT ' ' WRK-DESCRICAO
                     ' RECEITA ' WRK-RECEITA-ED
                     ' CMV ' WRK-CMV-ED
                     ' MARGEM ' WRK-MARGEM-ED
                     ' ' WRK-PERCENTUAL-ED '%'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.
           ADD WRK-REC-PRODUTO TO WRK-REC-CATEGORIA.
           ADD WRK-CMV-PRODUTO TO WRK-CMV-CATEGORIA.
           MOVE ZEROS TO WRK-REC-PRODUTO.
           MOVE ZEROS TO WRK-CMV-PRODUTO.
           MOVE 'N'   TO WRK-SEMCUSTO-ANT.

       0224-IMPRIMIR-CATEGORIA.
           MOVE WRK-REC-CATEGORIA TO WRK-LIN-RECEITA.
           MOVE WRK-CMV-CATEGORIA TO WRK-LIN-CMV.
           PERFORM 0240-CALCULAR-MARGEM.
           STRING 'SUBTOTAL ' WRK-CATEGORIA-ANT
                  ' RECEITA ' WRK-RECEITA-ED
                  ' CMV ' WRK-CMV-ED
                  ' MARGEM ' WRK-MARGEM-ED
                  ' ' WRK-PERCENTUAL-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           ADD WRK-REC-CATEGORIA TO WRK-REC-TOTAL.
           ADD WRK-CMV-CATEGORIA TO WRK-CMV-TOTAL.
           MOVE ZEROS TO WRK-REC-CATEGORIA.
           MOVE ZEROS TO WRK-CMV-CATEGORIA.

       0230-LIBERAR-LINHA.
           PERFORM 0235-BUSCAR-PRODUTO.
           PERFORM 0237-BUSCAR-CUSTO.
           MOVE WRK-CATEGORIA TO CLAS-CATEGORIA.
           MOVE WRK-PRODUTO   TO CLAS-PRODUTO.
           MOVE WRK-LOJA      TO CLAS-LOJA.
           IF WRK-CUSTOMEDIO EQUAL ZEROS
              MOVE 'S' TO CLAS-SEMCUSTO
           ELSE
              MOVE 'N' TO CLAS-SEMCUSTO
           END-IF.
           IF WRK-TIPO EQUAL 'C'
              COMPUTE CLAS-RECEITA = ZEROS - WRK-VALOR
              COMPUTE CLAS-CUSTO = ZEROS - WRK-QTDE * WRK-CUSTOMEDIO
           ELSE
              MOVE WRK-VALOR TO CLAS-RECEITA
              COMPUTE CLAS-CUSTO = WRK-QTDE * WRK-CUSTOMEDIO
           END-IF.
           RELEASE REG-CLASSIFICA.

       0235-BUSCAR-PRODUTO.
           MOVE SPACES TO WRK-CATEGORIA.
           MOVE SPACES TO WRK-DESCRICAO.
           IF PRODUTOS-ABERTO
              MOVE WRK-PRODUTO TO PROD-CODIGO
              READ ARQ-PRODUTOS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADO ***' TO WRK-DESCRICAO
                 NOT INVALID KEY
                    MOVE PROD-CATEGORIA TO WRK-CATEGORIA
                    MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.

       0237-BUSCAR-CUSTO.
           MOVE WRK-CUSTOUNIT TO WRK-CUSTOMEDIO.
           IF WRK-CUSTOMEDIO EQUAL ZEROS
              AND SALDOESTOQUE-ABERTO
              MOVE WRK-PRODUTO TO EST-PRODUTO
              READ ARQ-SALDOESTOQUE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EST-CUSTOMEDIO TO WRK-CUSTOMEDIO
              END-READ
           END-IF.

       0240-CALCULAR-MARGEM.
           COMPUTE WRK-LIN-MARGEM = WRK-LIN-RECEITA - WRK-LIN-CMV.
           IF WRK-LIN-RECEITA EQUAL ZEROS
              MOVE ZEROS TO WRK-LIN-PERCENTUAL
           ELSE
              COMPUTE WRK-LIN-PERCENTUAL ROUNDED =
                      WRK-LIN-MARGEM * 100 / WRK-LIN-RECEITA
           END-IF.
           MOVE WRK-LIN-RECEITA    TO WRK-RECEITA-ED.
           MOVE WRK-LIN-CMV        TO WRK-CMV-ED.
           MOVE WRK-LIN-MARGEM     TO WRK-MARGEM-ED.
           MOVE WRK-LIN-PERCENTUAL TO WRK-PERCENTUAL-ED.

       0250-RELATORIO-LOJA.
           STRING 'MARGEM BRUTA POR LOJA - '
                  'COMPETENCIA ' WRK-MES '/' WRK-ANO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-LOJA
                INPUT PROCEDURE IS 0210-SELECIONAR-VENDAS
                OUTPUT PROCEDURE IS 0260-TOTALIZAR-LOJA.

       0260-TOTALIZAR-LOJA.
           MOVE 'N'   TO WRK-FIM-CLASSIFICA.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-REC-LOJA WRK-CMV-LOJA.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0265-IMPRIMIR-LOJA
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       MOVE CLAS-LOJA TO WRK-LOJA-ANT
                       SET TEM-DADOS TO TRUE
                    END-IF
                    IF CLAS-LOJA NOT EQUAL WRK-LOJA-ANT
                       PERFORM 0265-IMPRIMIR-LOJA
                       MOVE CLAS-LOJA TO WRK-LOJA-ANT
                    END-IF
                    ADD CLAS-RECEITA TO WRK-REC-LOJA
                    ADD CLAS-CUSTO   TO WRK-CMV-LOJA
              END-RETURN
           END-PERFORM.

       0265-IMPRIMIR-LOJA.
           MOVE SPACES TO WRK-LOJA-NOME.
           IF LOJAS-ABERTO
              MOVE WRK-LOJA-ANT TO LOJ-CODIGO
              READ ARQ-LOJAS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADA ***' TO WRK-LOJA-NOME
                 NOT INVALID KEY
                    MOVE LOJ-NOME TO WRK-LOJA-NOME
              END-READ
           END-IF.
           MOVE WRK-REC-LOJA TO WRK-LIN-RECEITA.
           MOVE WRK-CMV-LOJA TO WRK-LIN-CMV.
           PERFORM 0240-CALCULAR-MARGEM.
           STRING 'LOJA ' WRK-LOJA-ANT ' ' WRK-LOJA-NOME
                  ' RECEITA ' WRK-RECEITA-ED
                  ' CMV ' WRK-CMV-ED
                  ' MARGEM ' WRK-MARGEM-ED
                  ' ' WRK-PERCENTUAL-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-REC-LOJA.
           MOVE ZEROS TO WRK-CMV-LOJA.

       0300-FINALIZAR.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           IF SALDOESTOQUE-ABERTO
              CLOSE ARQ-SALDOESTOQUE
           END-IF.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           IF WRK-QTDESEMCUSTO GREATER THAN ZEROS
              STRING 'PRODUTOS SEM CUSTO MEDIO (MARGEM SUPERESTIMADA)'
                     ': ' WRK-QTDESEMCUSTO
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
           END-IF.

       0900-ABRIR-SPOOL.
           MOVE 'MARGEM BRUTA' TO WRK-SPL-RELATORIO.
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
