       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAOVENDAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: PREVISAO DE VENDAS DOS 12 MESES SEGUINTES
      ***             AO ULTIMO MES FECHADO. SOBRE OS ULTIMOS 36
      ***             MESES DO MESESVENDA CALCULA O INDICE
      ***             SAZONAL DE CADA MES DO CALENDARIO (MEDIA DO
      ***             MES / MEDIA GERAL) E A MEDIA MOVEL
      ***             DESSAZONALIZADA DOS ULTIMOS 12 MESES; A
      ***             PREVISAO DE CADA MES E A MEDIA MOVEL VEZES
      ***             O INDICE DO MES, COMPARADA COM O MESMO MES
      ***             DO ANO ANTERIOR. O TOTAL E RATEADO POR
      ***             CATEGORIA, LOJA, PRODUTO E VENDEDOR PELA
      ***             PARTICIPACAO NAS VENDAS LIQUIDAS DOS
      ***             ULTIMOS 12 MESES (DETALHEVENDA E
      ***             DETALHEVENDAHIST) E GRAVADO NO
      ***             PREVISAOVENDAS, USADO PELO MANTERMETAS
      ***             (META SUGERIDA) E PELO CONTROLARESTOQUE
      ***             (MINIMO DE REPOSICAO). O RELATORIO FICA
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
           SELECT ARQ-MESESVENDA ASSIGN TO 'MESESVENDA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-MES-CHAVE
             FILE STATUS IS WRK-FS-MESESVENDA.
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
           SELECT ARQ-PREVISAO ASSIGN TO 'PREVISAOVENDAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRV-CHAVE
             FILE STATUS IS WRK-FS-PREVISAO.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESESVENDA.
       COPY MESESVENDA.
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
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-PREVISAO.
       COPY PREVISAOVENDAS.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-TIPO           PIC X(01).
           02  CLAS-CODIGO         PIC X(15).
           02  CLAS-VALOR          PIC S9(09)V99.
           02  CLAS-QTDE           PIC S9(05).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77 WRK-FS-MESESVENDA    PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PRODUTOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PREVISAO      PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PRODUTOS      PIC X(01)  VALUE 'N'.
           88 PRODUTOS-ABERTO             VALUE 'S'.
       77 WRK-SW-PROCESSAR     PIC X(01)  VALUE 'N'.
           88 PROCESSAR-PREVISAO          VALUE 'S'.
       77 WRK-FIM-MESES        PIC X(01)  VALUE 'N'.
           88 FIM-MESES                   VALUE 'S'.
       77 WRK-FIM-DETALHE      PIC X(01)  VALUE 'N'.
           88 FIM-DETALHE                 VALUE 'S'.
       77 WRK-FIM-CLASSIFICA   PIC X(01)  VALUE 'N'.
           88 FIM-CLASSIFICA              VALUE 'S'.
       77 WRK-SW-TEMDADOS      PIC X(01)  VALUE 'N'.
           88 TEM-DADOS                   VALUE 'S'.
       77 WRK-SERIALBASE       PIC 9(06)  VALUE ZEROS.
       77 WRK-SERIALINI        PIC 9(06)  VALUE ZEROS.
       77 WRK-SERIAL           PIC 9(06)  VALUE ZEROS.
       77 WRK-POS              PIC 9(02)  VALUE ZEROS.
       77 WRK-ANOCALC          PIC 9(04)  VALUE ZEROS.
       77 WRK-MESCALC          PIC 9(02)  VALUE ZEROS.
       77 WRK-RESTO            PIC 9(02)  VALUE ZEROS.
       77 WRK-IDX              PIC 9(02)  VALUE ZEROS.
       77 WRK-IDXMES           PIC 9(02)  VALUE ZEROS.
       01 WRK-HISTORICO.
           02 WRK-HIS-MES OCCURS 36 TIMES.
              03 WRK-HIS-VALOR    PIC 9(09)V99.
              03 WRK-HIS-TEMDADO  PIC X(01).
                 88 HIS-TEM-DADO             VALUE 'S'.
       01 WRK-SAZONAL.
           02 WRK-SAZ OCCURS 12 TIMES.
              03 WRK-SAZ-SOMA     PIC 9(11)V99.
              03 WRK-SAZ-QTDE     PIC 9(02).
              03 WRK-SAZ-MEDIA    PIC 9(09)V99.
              03 WRK-SAZ-INDICE   PIC 9(02)V9999.
       01 WRK-PROJECAO.
           02 WRK-PRJ OCCURS 12 TIMES.
              03 WRK-PRJ-ANO      PIC 9(04).
              03 WRK-PRJ-MES      PIC 9(02).
              03 WRK-PRJ-INDICE   PIC 9(02)V9999.
              03 WRK-PRJ-VALOR    PIC 9(09)V99.
              03 WRK-PRJ-ANTERIOR PIC 9(09)V99.
              03 WRK-PRJ-TEMANT   PIC X(01).
                 88 PRJ-TEM-ANTERIOR         VALUE 'S'.
       77 WRK-SOMAMEDIAS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MESESCOMDADO     PIC 9(02)  VALUE ZEROS.
       77 WRK-MEDIAGERAL       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMADESSAZ       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDEMOVEL        PIC 9(02)  VALUE ZEROS.
       77 WRK-MEDIAMOVEL       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTPREVISTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTANTERIOR      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VARIACAO         PIC S9(04)V99 VALUE ZEROS.
       77 WRK-JANELAINI        PIC 9(06)  VALUE ZEROS.
       77 WRK-JANELAFIM        PIC 9(06)  VALUE ZEROS.
       77 WRK-ANOMES-REG       PIC 9(06)  VALUE ZEROS.
       77 WRK-DETTOTAL         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SINALVALOR       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SINALQTDE        PIC S9(05) VALUE ZEROS.
       77 WRK-CATEGORIA        PIC X(15)  VALUE SPACES.
       77 WRK-ITEM-TIPO        PIC X(01)  VALUE SPACES.
       77 WRK-ITEM-CODIGO      PIC X(15)  VALUE SPACES.
       77 WRK-ITEM-VALOR       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ITEM-QTDE        PIC S9(09) VALUE ZEROS.
       77 WRK-ITEM-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TIPO-IMPRESSO    PIC X(01)  VALUE SPACES.
       77 WRK-PART             PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTDEPRODUTOS     PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEVENDEDORES   PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDEGRAVADOS     PIC 9(07)  VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ANTERIOR-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VAR-ED           PIC -ZZ9,99.
       77 WRK-INDICE-ED        PIC Z9,99.
       77 WRK-PART-ED          PIC ZZ9,99.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-PREVISAO
               PERFORM 0200-CALCULAR-SAZONALIDADE
               PERFORM 0300-PROJETAR-TOTAL
               PERFORM 0400-IMPRIMIR-TOTAL
               PERFORM 0500-RATEAR-DETALHE
               PERFORM 0600-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-SERIALBASE = WRK-DATAANO * 12 + WRK-DATAMES - 2.
           COMPUTE WRK-SERIALINI  = WRK-SERIALBASE - 35.
           MOVE ZEROS TO WRK-HISTORICO.
           OPEN INPUT ARQ-MESESVENDA.
           IF WRK-FS-MESESVENDA NOT EQUAL '00'
              DISPLAY 'ARQUIVO MESESVENDA NAO ENCONTRADO'
           ELSE
              PERFORM 0110-CARREGAR-MES UNTIL FIM-MESES
              CLOSE ARQ-MESESVENDA
              MOVE ZEROS TO WRK-QTDEMOVEL
              PERFORM VARYING WRK-IDX FROM 25 BY 1
                      UNTIL WRK-IDX GREATER THAN 36
                 IF HIS-TEM-DADO(WRK-IDX)
                    ADD 1 TO WRK-QTDEMOVEL
                 END-IF
              END-PERFORM
              IF WRK-QTDEMOVEL EQUAL ZEROS
                 DISPLAY 'SEM VENDAS NOS ULTIMOS 12 MESES DO '
                         'MESESVENDA - PREVISAO NAO GERADA'
              ELSE
                 SET PROCESSAR-PREVISAO TO TRUE
              END-IF
           END-IF.

       0110-CARREGAR-MES.
           READ ARQ-MESESVENDA NEXT RECORD
              AT END
                 SET FIM-MESES TO TRUE
              NOT AT END
                 IF REG-MES-MES GREATER THAN ZEROS
                    AND REG-MES-MES LESS THAN 13
                    AND REG-MES-VALOR GREATER THAN ZEROS
                    COMPUTE WRK-SERIAL =
                            REG-MES-ANO * 12 + REG-MES-MES - 1
                    IF WRK-SERIAL NOT LESS THAN WRK-SERIALINI
                       AND WRK-SERIAL NOT GREATER THAN WRK-SERIALBASE
                       COMPUTE WRK-POS = WRK-SERIAL - WRK-SERIALINI + 1
                       MOVE REG-MES-VALOR TO WRK-HIS-VALOR(WRK-POS)
                       MOVE 'S' TO WRK-HIS-TEMDADO(WRK-POS)
                    END-IF
                 END-IF
           END-READ.

       0200-CALCULAR-SAZONALIDADE.
           MOVE ZEROS TO WRK-SAZONAL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN 36
              IF HIS-TEM-DADO(WRK-IDX)
                 COMPUTE WRK-SERIAL = WRK-SERIALINI + WRK-IDX - 1
                 PERFORM 0900-DECOMPOR-SERIAL
                 ADD WRK-HIS-VALOR(WRK-IDX)
                   TO WRK-SAZ-SOMA(WRK-MESCALC)
                 ADD 1 TO WRK-SAZ-QTDE(WRK-MESCALC)
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-SOMAMEDIAS.
           MOVE ZEROS TO WRK-MESESCOMDADO.
           PERFORM VARYING WRK-IDXMES FROM 1 BY 1
                   UNTIL WRK-IDXMES GREATER THAN 12
              IF WRK-SAZ-QTDE(WRK-IDXMES) GREATER THAN ZEROS
                 COMPUTE WRK-SAZ-MEDIA(WRK-IDXMES) ROUNDED =
                         WRK-SAZ-SOMA(WRK-IDXMES)
                       / WRK-SAZ-QTDE(WRK-IDXMES)
                 ADD WRK-SAZ-MEDIA(WRK-IDXMES) TO WRK-SOMAMEDIAS
                 ADD 1 TO WRK-MESESCOMDADO
              END-IF
           END-PERFORM.
           COMPUTE WRK-MEDIAGERAL ROUNDED =
                   WRK-SOMAMEDIAS / WRK-MESESCOMDADO.
           PERFORM VARYING WRK-IDXMES FROM 1 BY 1
                   UNTIL WRK-IDXMES GREATER THAN 12
              MOVE 1 TO WRK-SAZ-INDICE(WRK-IDXMES)
              IF WRK-SAZ-QTDE(WRK-IDXMES) GREATER THAN ZEROS
                 AND WRK-MEDIAGERAL GREATER THAN ZEROS
                 COMPUTE WRK-SAZ-INDICE(WRK-IDXMES) ROUNDED =
                         WRK-SAZ-MEDIA(WRK-IDXMES) / WRK-MEDIAGERAL
                    ON SIZE ERROR
                       MOVE 1 TO WRK-SAZ-INDICE(WRK-IDXMES)
                 END-COMPUTE
                 IF WRK-SAZ-INDICE(WRK-IDXMES) EQUAL ZEROS
                    MOVE 0,0001 TO WRK-SAZ-INDICE(WRK-IDXMES)
                 END-IF
              END-IF
           END-PERFORM.

       0300-PROJETAR-TOTAL.
           MOVE ZEROS TO WRK-SOMADESSAZ.
           PERFORM VARYING WRK-IDX FROM 25 BY 1
                   UNTIL WRK-IDX GREATER THAN 36
              IF HIS-TEM-DADO(WRK-IDX)
                 COMPUTE WRK-SERIAL = WRK-SERIALINI + WRK-IDX - 1
                 PERFORM 0900-DECOMPOR-SERIAL
                 COMPUTE WRK-SOMADESSAZ ROUNDED = WRK-SOMADESSAZ
                       + WRK-HIS-VALOR(WRK-IDX)
                       / WRK-SAZ-INDICE(WRK-MESCALC)
              END-IF
           END-PERFORM.
           COMPUTE WRK-MEDIAMOVEL ROUNDED =
                   WRK-SOMADESSAZ / WRK-QTDEMOVEL.
           MOVE ZEROS TO WRK-TOTPREVISTO.
           MOVE ZEROS TO WRK-TOTANTERIOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN 12
              COMPUTE WRK-SERIAL = WRK-SERIALBASE + WRK-IDX
              PERFORM 0900-DECOMPOR-SERIAL
              MOVE WRK-ANOCALC TO WRK-PRJ-ANO(WRK-IDX)
              MOVE WRK-MESCALC TO WRK-PRJ-MES(WRK-IDX)
              MOVE WRK-SAZ-INDICE(WRK-MESCALC)
                TO WRK-PRJ-INDICE(WRK-IDX)
              COMPUTE WRK-PRJ-VALOR(WRK-IDX) ROUNDED =
                      WRK-MEDIAMOVEL * WRK-SAZ-INDICE(WRK-MESCALC)
              COMPUTE WRK-POS = WRK-IDX + 24
              IF HIS-TEM-DADO(WRK-POS)
                 MOVE WRK-HIS-VALOR(WRK-POS)
                   TO WRK-PRJ-ANTERIOR(WRK-IDX)
                 MOVE 'S' TO WRK-PRJ-TEMANT(WRK-IDX)
              ELSE
                 MOVE ZEROS TO WRK-PRJ-ANTERIOR(WRK-IDX)
                 MOVE 'N'   TO WRK-PRJ-TEMANT(WRK-IDX)
              END-IF
              ADD WRK-PRJ-VALOR(WRK-IDX)    TO WRK-TOTPREVISTO
              ADD WRK-PRJ-ANTERIOR(WRK-IDX) TO WRK-TOTANTERIOR
           END-PERFORM.

       0400-IMPRIMIR-TOTAL.
           PERFORM 0950-ABRIR-SPOOL.
           STRING 'PREVISAO DE VENDAS - 12 MESES A PARTIR DE '
                  WRK-PRJ-MES(1) '/' WRK-PRJ-ANO(1)
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-MEDIAMOVEL TO WRK-VALOR-ED.
           STRING 'MEDIA MOVEL DESSAZONALIZADA (12 MESES) R$'
                  WRK-VALOR-ED ' MESES COM DADOS: ' WRK-QTDEMOVEL
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF WRK-QTDEMOVEL LESS THAN 12
              MOVE 'HISTORICO INCOMPLETO NOS ULTIMOS 12 MESES - '
                TO WRK-SPL-LINHA
              MOVE 'PREVISAO MENOS CONFIAVEL' TO WRK-SPL-LINHA(46:24)
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0410-IMPRIMIR-MES
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN 12.
           MOVE WRK-TOTPREVISTO TO WRK-TOTAL-ED.
           STRING 'TOTAL PREVISTO      R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOTANTERIOR TO WRK-TOTAL-ED.
           STRING 'TOTAL ANO ANTERIOR  R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0410-IMPRIMIR-MES.
           MOVE WRK-PRJ-INDICE(WRK-IDX) TO WRK-INDICE-ED.
           MOVE WRK-PRJ-VALOR(WRK-IDX)  TO WRK-VALOR-ED.
           IF PRJ-TEM-ANTERIOR(WRK-IDX)
              AND WRK-PRJ-ANTERIOR(WRK-IDX) GREATER THAN ZEROS
              MOVE WRK-PRJ-ANTERIOR(WRK-IDX) TO WRK-ANTERIOR-ED
              COMPUTE WRK-VARIACAO ROUNDED =
                      ((WRK-PRJ-VALOR(WRK-IDX)
                      - WRK-PRJ-ANTERIOR(WRK-IDX))
                      / WRK-PRJ-ANTERIOR(WRK-IDX)) * 100
                 ON SIZE ERROR
                    MOVE 999,99 TO WRK-VARIACAO
              END-COMPUTE
              MOVE WRK-VARIACAO TO WRK-VAR-ED
              STRING 'MES ' WRK-PRJ-MES(WRK-IDX) '/'
                     WRK-PRJ-ANO(WRK-IDX)
                     ' INDICE ' WRK-INDICE-ED
                     ' PREVISTO R$' WRK-VALOR-ED
                     ' ANO ANT R$' WRK-ANTERIOR-ED
                     ' VAR ' WRK-VAR-ED '%'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
           ELSE
              STRING 'MES ' WRK-PRJ-MES(WRK-IDX) '/'
                     WRK-PRJ-ANO(WRK-IDX)
                     ' INDICE ' WRK-INDICE-ED
                     ' PREVISTO R$' WRK-VALOR-ED
                     ' SEM ANO ANTERIOR'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
           END-IF.
           PERFORM 0960-IMPRIMIR-LINHA.

       0500-RATEAR-DETALHE.
           COMPUTE WRK-SERIAL = WRK-SERIALBASE - 11.
           PERFORM 0900-DECOMPOR-SERIAL.
           COMPUTE WRK-JANELAINI = WRK-ANOCALC * 100 + WRK-MESCALC.
           MOVE WRK-SERIALBASE TO WRK-SERIAL.
           PERFORM 0900-DECOMPOR-SERIAL.
           COMPUTE WRK-JANELAFIM = WRK-ANOCALC * 100 + WRK-MESCALC.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
           ELSE
              DISPLAY 'ARQUIVO PRODUTOS NAO DISPONIVEL - '
                      'CATEGORIA NAO SERA APURADA'
           END-IF.
           OPEN OUTPUT ARQ-PREVISAO.
           IF WRK-FS-PREVISAO NOT EQUAL '00'
              DISPLAY 'ARQUIVO PREVISAOVENDAS NAO PODE SER GRAVADO'
           ELSE
              PERFORM 0510-GRAVAR-TOTAL
                      VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER THAN 12
              SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLAS-TIPO CLAS-CODIGO
                   INPUT PROCEDURE IS 0520-SELECIONAR-VENDAS
                   OUTPUT PROCEDURE IS 0540-TOTALIZAR-ITENS
              CLOSE ARQ-PREVISAO
           END-IF.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.

       0510-GRAVAR-TOTAL.
           MOVE ZEROS                     TO REG-PREVISAO.
           MOVE 'T'                       TO PRV-TIPO.
           MOVE SPACES                    TO PRV-CODIGO.
           MOVE WRK-PRJ-ANO(WRK-IDX)      TO PRV-ANO.
           MOVE WRK-PRJ-MES(WRK-IDX)      TO PRV-MES.
           MOVE WRK-PRJ-VALOR(WRK-IDX)    TO PRV-VALOR.
           MOVE WRK-PRJ-ANTERIOR(WRK-IDX) TO PRV-ANTERIOR.
           MOVE WRK-PRJ-INDICE(WRK-IDX)   TO PRV-INDICE.
           MOVE WRK-DATASISTEMA           TO PRV-DATAGERACAO.
           WRITE REG-PREVISAO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WRK-QTDEGRAVADOS
           END-WRITE.

       0520-SELECIONAR-VENDAS.
           MOVE ZEROS TO WRK-DETTOTAL.
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
                    PERFORM 0530-LIBERAR-LANCAMENTO
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
                    PERFORM 0530-LIBERAR-LANCAMENTO
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEHIST NOT EQUAL '35'
              CLOSE ARQ-DETALHEHIST
           END-IF.

       0530-LIBERAR-LANCAMENTO.
           COMPUTE WRK-ANOMES-REG = DET-ANO * 100 + DET-MES.
           IF WRK-ANOMES-REG NOT LESS THAN WRK-JANELAINI
              AND WRK-ANOMES-REG NOT GREATER THAN WRK-JANELAFIM
              IF DET-CANCELAMENTO
                 COMPUTE WRK-SINALVALOR = ZEROS - DET-VALOR
                 COMPUTE WRK-SINALQTDE  = ZEROS - DET-QTDE
              ELSE
                 MOVE DET-VALOR TO WRK-SINALVALOR
                 MOVE DET-QTDE  TO WRK-SINALQTDE
              END-IF
              ADD WRK-SINALVALOR TO WRK-DETTOTAL
              MOVE WRK-SINALVALOR TO CLAS-VALOR
              MOVE WRK-SINALQTDE  TO CLAS-QTDE
              PERFORM 0535-BUSCAR-CATEGORIA
              MOVE 'C'            TO CLAS-TIPO
              MOVE WRK-CATEGORIA  TO CLAS-CODIGO
              RELEASE REG-CLASSIFICA
              MOVE 'L'            TO CLAS-TIPO
              MOVE DET-LOJA       TO CLAS-CODIGO
              RELEASE REG-CLASSIFICA
              MOVE 'P'            TO CLAS-TIPO
              MOVE DET-PRODUTO    TO CLAS-CODIGO
              RELEASE REG-CLASSIFICA
              MOVE 'V'            TO CLAS-TIPO
              MOVE DET-VENDEDOR   TO CLAS-CODIGO
              RELEASE REG-CLASSIFICA
           END-IF.

       0535-BUSCAR-CATEGORIA.
           MOVE 'SEM CATEGORIA' TO WRK-CATEGORIA.
           IF PRODUTOS-ABERTO
              MOVE DET-PRODUTO TO PROD-CODIGO
              READ ARQ-PRODUTOS
                 NOT INVALID KEY
                    IF PROD-CATEGORIA NOT EQUAL SPACES
                       MOVE PROD-CATEGORIA TO WRK-CATEGORIA
                    END-IF
              END-READ
           END-IF.

       0540-TOTALIZAR-ITENS.
           MOVE 'N'    TO WRK-FIM-CLASSIFICA.
           MOVE 'N'    TO WRK-SW-TEMDADOS.
           MOVE SPACES TO WRK-TIPO-IMPRESSO.
           IF WRK-DETTOTAL NOT GREATER THAN ZEROS
              MOVE 'SEM VENDAS LIQUIDAS NO DETALHE DOS ULTIMOS 12 '
                TO WRK-SPL-LINHA
              MOVE 'MESES - SEM RATEIO' TO WRK-SPL-LINHA(48:18)
              PERFORM 0960-IMPRIMIR-LINHA
              SET FIM-CLASSIFICA TO TRUE
           END-IF.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0550-GRAVAR-ITEM
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       MOVE CLAS-TIPO   TO WRK-ITEM-TIPO
                       MOVE CLAS-CODIGO TO WRK-ITEM-CODIGO
                       MOVE ZEROS       TO WRK-ITEM-VALOR
                       MOVE ZEROS       TO WRK-ITEM-QTDE
                       SET TEM-DADOS TO TRUE
                    END-IF
                    IF CLAS-TIPO NOT EQUAL WRK-ITEM-TIPO
                       OR CLAS-CODIGO NOT EQUAL WRK-ITEM-CODIGO
                       PERFORM 0550-GRAVAR-ITEM
                       MOVE CLAS-TIPO   TO WRK-ITEM-TIPO
                       MOVE CLAS-CODIGO TO WRK-ITEM-CODIGO
                       MOVE ZEROS       TO WRK-ITEM-VALOR
                       MOVE ZEROS       TO WRK-ITEM-QTDE
                    END-IF
                    ADD CLAS-VALOR TO WRK-ITEM-VALOR
                    ADD CLAS-QTDE  TO WRK-ITEM-QTDE
              END-RETURN
           END-PERFORM.

       0550-GRAVAR-ITEM.
           IF WRK-ITEM-VALOR GREATER THAN ZEROS
              MOVE ZEROS TO WRK-ITEM-TOTAL
              PERFORM 0555-GRAVAR-MES-ITEM
                      VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER THAN 12
              EVALUATE WRK-ITEM-TIPO
                 WHEN 'C'
                 WHEN 'L'
                    PERFORM 0560-IMPRIMIR-ITEM
                 WHEN 'P'
                    ADD 1 TO WRK-QTDEPRODUTOS
                 WHEN 'V'
                    ADD 1 TO WRK-QTDEVENDEDORES
              END-EVALUATE
           END-IF.

       0555-GRAVAR-MES-ITEM.
           MOVE ZEROS                TO REG-PREVISAO.
           MOVE WRK-ITEM-TIPO        TO PRV-TIPO.
           MOVE WRK-ITEM-CODIGO      TO PRV-CODIGO.
           MOVE WRK-PRJ-ANO(WRK-IDX) TO PRV-ANO.
           MOVE WRK-PRJ-MES(WRK-IDX) TO PRV-MES.
           COMPUTE PRV-VALOR ROUNDED = WRK-ITEM-VALOR
                 * WRK-PRJ-VALOR(WRK-IDX) / WRK-DETTOTAL.
           IF WRK-ITEM-QTDE GREATER THAN ZEROS
              COMPUTE PRV-QTDE ROUNDED = WRK-ITEM-QTDE
                    * WRK-PRJ-VALOR(WRK-IDX) / WRK-DETTOTAL
           END-IF.
           MOVE WRK-PRJ-INDICE(WRK-IDX) TO PRV-INDICE.
           MOVE WRK-DATASISTEMA         TO PRV-DATAGERACAO.
           WRITE REG-PREVISAO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WRK-QTDEGRAVADOS
           END-WRITE.
           ADD PRV-VALOR TO WRK-ITEM-TOTAL.

       0560-IMPRIMIR-ITEM.
           IF WRK-ITEM-TIPO NOT EQUAL WRK-TIPO-IMPRESSO
              MOVE WRK-ITEM-TIPO TO WRK-TIPO-IMPRESSO
              IF WRK-ITEM-TIPO EQUAL 'C'
                 MOVE 'PREVISAO POR CATEGORIA (PROXIMOS 12 MESES)'
                   TO WRK-SPL-LINHA
              ELSE
                 MOVE 'PREVISAO POR LOJA (PROXIMOS 12 MESES)'
                   TO WRK-SPL-LINHA
              END-IF
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           COMPUTE WRK-PART ROUNDED =
                   (WRK-ITEM-VALOR / WRK-DETTOTAL) * 100
              ON SIZE ERROR
                 MOVE 999,99 TO WRK-PART
           END-COMPUTE.
           MOVE WRK-ITEM-TOTAL TO WRK-TOTAL-ED.
           MOVE WRK-PART       TO WRK-PART-ED.
           STRING '  ' WRK-ITEM-CODIGO
                  ' PREVISTO R$' WRK-TOTAL-ED
                  ' PARTICIPACAO ' WRK-PART-ED '%'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0600-FINALIZAR.
           STRING 'PRODUTOS COM PREVISAO: ' WRK-QTDEPRODUTOS
                  ' VENDEDORES COM PREVISAO: ' WRK-QTDEVENDEDORES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'REGISTROS GRAVADOS NO PREVISAOVENDAS: '
                  WRK-QTDEGRAVADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0970-FECHAR-SPOOL.

       0900-DECOMPOR-SERIAL.
           DIVIDE WRK-SERIAL BY 12 GIVING WRK-ANOCALC
                  REMAINDER WRK-RESTO.
           COMPUTE WRK-MESCALC = WRK-RESTO + 1.

       0950-ABRIR-SPOOL.
           MOVE 'PREVISAOVENDAS' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-PRJ-ANO(1) * 100 + WRK-PRJ-MES(1).
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
