       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOPROMOCOES.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: RESULTADO DAS CAMPANHAS PROMOCIONAIS CUJA
      ***             VALIDADE CRUZA O PERIODO INFORMADO. PARA
      ***             CADA PROMOCAO APURA NO DETALHEVENDA E NO
      ***             DETALHEVENDAHIST AS UNIDADES, A RECEITA E O
      ***             DESCONTO CONCEDIDO (QUANTIDADE X PRECO DE
      ***             TABELA MENOS O VALOR) DAS VENDAS GRAVADAS
      ***             COM O CODIGO DA PROMOCAO (LIQUIDAS DOS
      ***             CANCELAMENTOS), E COMPARA AS
      ***             VENDAS LIQUIDAS DO ALVO (PRODUTO, CATEGORIA
      ***             OU TODOS, NA LOJA DA PROMOCAO) DURANTE A
      ***             VALIDADE COM AS DO MESMO NUMERO DE DIAS
      ***             IMEDIATAMENTE ANTERIOR AO INICIO. LANCAMENTOS
      ***             SEM DIA (CONVERTIDOS DO LAYOUT ANTERIOR)
      ***             FICAM FORA DA COMPARACAO. O RELATORIO FICA
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
           SELECT ARQ-PROMOCOES ASSIGN TO 'PROMOCOES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PRM-CODIGO
             FILE STATUS IS WRK-FS-PROMOCOES.
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
           SELECT ARQ-TABELAPRECOS ASSIGN TO 'TABELAPRECOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRE-CHAVE
             FILE STATUS IS WRK-FS-TABELAPRECOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROMOCOES.
       COPY PROMOCOES.
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
       FD  ARQ-TABELAPRECOS.
       COPY TABELAPRECOS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77 WRK-FS-PROMOCOES     PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEVENDA  PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DETALHEHIST   PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PRODUTOS      PIC X(02)  VALUE ZEROS.
       77 WRK-FS-TABELAPRECOS  PIC X(02)  VALUE ZEROS.
       77 WRK-SW-PRODUTOS      PIC X(01)  VALUE 'N'.
           88 PRODUTOS-ABERTO             VALUE 'S'.
       77 WRK-SW-TABELAPRECOS  PIC X(01)  VALUE 'N'.
           88 TABELAPRECOS-ABERTO         VALUE 'S'.
       77 WRK-SW-PROCESSAR     PIC X(01)  VALUE 'N'.
           88 PROCESSAR-RELATORIO         VALUE 'S'.
       77 WRK-SW-TEMCATEGORIA  PIC X(01)  VALUE 'N'.
           88 TEM-ALVO-CATEGORIA          VALUE 'S'.
       77 WRK-SW-TEMPRECO      PIC X(01)  VALUE 'N'.
           88 TEM-PRECO-TABELA            VALUE 'S'.
       77 WRK-SW-ALVO          PIC X(01)  VALUE 'N'.
           88 VENDA-NO-ALVO               VALUE 'S'.
       77 WRK-FIM-PROMOCOES    PIC X(01)  VALUE 'N'.
           88 FIM-PROMOCOES               VALUE 'S'.
       77 WRK-FIM-DETALHE      PIC X(01)  VALUE 'N'.
           88 FIM-DETALHE                 VALUE 'S'.
       77 WRK-FIM-PRECOS       PIC X(01)  VALUE 'N'.
           88 FIM-PRECOS                  VALUE 'S'.
       77 WRK-DATAINI          PIC 9(08)  VALUE ZEROS.
       77 WRK-DATAFIM          PIC 9(08)  VALUE ZEROS.
       77 WRK-DATAVENDA        PIC 9(08)  VALUE ZEROS.
       77 WRK-CATEGORIA        PIC X(15)  VALUE SPACES.
       77 WRK-VIGVENDA         PIC 9(06)  VALUE ZEROS.
       77 WRK-VIGPRECO         PIC 9(06)  VALUE ZEROS.
       77 WRK-PRECO-TABELA     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SINALVALOR       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SINALQTDE        PIC S9(05) VALUE ZEROS.
       77 WRK-IDX              PIC 9(03)  VALUE ZEROS.
       77 WRK-QTDEPROMOS       PIC 9(03)  VALUE ZEROS.
       77 WRK-QTDEIGNORADAS    PIC 9(03)  VALUE ZEROS.
       77 WRK-MAXPROMOS        PIC 9(03)  VALUE 100.
       01 WRK-TAB-PROMOCOES.
           02 WRK-TPR OCCURS 100 TIMES.
              03 WRK-TPR-CODIGO      PIC X(06).
              03 WRK-TPR-DESCRICAO   PIC X(30).
              03 WRK-TPR-TIPOALVO    PIC X(01).
              03 WRK-TPR-ALVO        PIC X(15).
              03 WRK-TPR-LOJA        PIC 9(03).
              03 WRK-TPR-INICIO      PIC 9(08).
              03 WRK-TPR-FIM         PIC 9(08).
              03 WRK-TPR-DIAS        PIC 9(05).
              03 WRK-TPR-PRMQTDE     PIC S9(07).
              03 WRK-TPR-PRMVALOR    PIC S9(11)V99.
              03 WRK-TPR-PRMDESCONTO PIC S9(11)V99.
              03 WRK-TPR-DURQTDE     PIC S9(07).
              03 WRK-TPR-DURVALOR    PIC S9(11)V99.
              03 WRK-TPR-ANTQTDE     PIC S9(07).
              03 WRK-TPR-ANTVALOR    PIC S9(11)V99.
       77 WRK-TOTQTDE          PIC S9(09) VALUE ZEROS.
       77 WRK-TOTVALOR         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTDESCONTO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VARIACAO         PIC S9(04)V99 VALUE ZEROS.
       77 WRK-DU-FUNCAO        PIC X(01)  VALUE 'D'.
       77 WRK-DU-MESES         PIC 9(03)  VALUE ZEROS.
       77 WRK-DU-CORRIDOS      PIC 9(05)  VALUE ZEROS.
       77 WRK-DU-UTEIS         PIC 9(05)  VALUE ZEROS.
       77 WRK-QTDE-ED          PIC -Z.ZZZ.ZZ9.
       77 WRK-VALOR-ED         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-DESCONTO-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ANTQTDE-ED       PIC -Z.ZZZ.ZZ9.
       77 WRK-ANTVALOR-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VAR-ED           PIC -ZZ9,99.
       77 WRK-DIAS-ED          PIC ZZZZ9.
       77 WRK-LOJA-ED          PIC X(05)  VALUE SPACES.
       77 WRK-AUD-PROGRAMA     PIC X(22)  VALUE 'RELATORIOPROMOCOES'.
       77 WRK-AUD-DETALHE      PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-RELATORIO
               PERFORM 0200-APURAR-VENDAS
               PERFORM 0300-IMPRIMIR
               PERFORM 0400-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD) '.
           ACCEPT WRK-DATAINI.
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD) '.
           ACCEPT WRK-DATAFIM.
           IF WRK-DATAINI EQUAL ZEROS
              OR WRK-DATAINI GREATER THAN WRK-DATAFIM
              DISPLAY 'PERIODO INVALIDO - RELATORIO NAO EMITIDO'
           ELSE
              OPEN INPUT ARQ-PROMOCOES
              IF WRK-FS-PROMOCOES NOT EQUAL '00'
                 DISPLAY 'ARQUIVO PROMOCOES NAO ENCONTRADO'
              ELSE
                 MOVE ZEROS TO WRK-TAB-PROMOCOES
                 PERFORM 0110-CARREGAR-PROMOCAO UNTIL FIM-PROMOCOES
                 CLOSE ARQ-PROMOCOES
                 IF WRK-QTDEIGNORADAS GREATER THAN ZEROS
                    DISPLAY 'LIMITE DE ' WRK-MAXPROMOS
                            ' PROMOCOES - ' WRK-QTDEIGNORADAS
                            ' FORA DO RELATORIO'
                 END-IF
                 IF WRK-QTDEPROMOS EQUAL ZEROS
                    DISPLAY 'NENHUMA PROMOCAO NO PERIODO INFORMADO'
                 ELSE
                    SET PROCESSAR-RELATORIO TO TRUE
                 END-IF
              END-IF
           END-IF.

       0110-CARREGAR-PROMOCAO.
           READ ARQ-PROMOCOES NEXT RECORD
              AT END
                 SET FIM-PROMOCOES TO TRUE
              NOT AT END
                 IF PRM-DATAINICIO NOT GREATER THAN WRK-DATAFIM
                    AND PRM-DATAFIM NOT LESS THAN WRK-DATAINI
                    IF WRK-QTDEPROMOS LESS THAN WRK-MAXPROMOS
                       ADD 1 TO WRK-QTDEPROMOS
                       PERFORM 0115-GUARDAR-PROMOCAO
                    ELSE
                       ADD 1 TO WRK-QTDEIGNORADAS
                    END-IF
                 END-IF
           END-READ.

       0115-GUARDAR-PROMOCAO.
           MOVE WRK-QTDEPROMOS TO WRK-IDX.
           MOVE PRM-CODIGO     TO WRK-TPR-CODIGO(WRK-IDX).
           MOVE PRM-DESCRICAO  TO WRK-TPR-DESCRICAO(WRK-IDX).
           MOVE PRM-TIPOALVO   TO WRK-TPR-TIPOALVO(WRK-IDX).
           MOVE PRM-ALVO       TO WRK-TPR-ALVO(WRK-IDX).
           MOVE PRM-LOJA       TO WRK-TPR-LOJA(WRK-IDX).
           MOVE PRM-DATAINICIO TO WRK-TPR-INICIO(WRK-IDX).
           MOVE PRM-DATAFIM    TO WRK-TPR-FIM(WRK-IDX).
           IF ALVO-CATEGORIA
              SET TEM-ALVO-CATEGORIA TO TRUE
           END-IF.
           MOVE 'D' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO PRM-DATAINICIO
                   PRM-DATAFIM WRK-DU-MESES WRK-DU-CORRIDOS
                   WRK-DU-UTEIS.
           COMPUTE WRK-TPR-DIAS(WRK-IDX) = WRK-DU-CORRIDOS + 1.

       0200-APURAR-VENDAS.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
           ELSE
              IF TEM-ALVO-CATEGORIA
                 DISPLAY 'ARQUIVO PRODUTOS NAO DISPONIVEL - '
                         'ALVO POR CATEGORIA NAO SERA APURADO'
              END-IF
           END-IF.
           OPEN INPUT ARQ-TABELAPRECOS.
           IF WRK-FS-TABELAPRECOS EQUAL '00'
              SET TABELAPRECOS-ABERTO TO TRUE
           ELSE
              DISPLAY 'ARQUIVO TABELAPRECOS NAO DISPONIVEL - '
                      'DESCONTO NAO SERA APURADO'
           END-IF.
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
                    PERFORM 0210-AVALIAR-LANCAMENTO
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
                    PERFORM 0210-AVALIAR-LANCAMENTO
              END-READ
           END-PERFORM.
           IF WRK-FS-DETALHEHIST NOT EQUAL '35'
              CLOSE ARQ-DETALHEHIST
           END-IF.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           IF TABELAPRECOS-ABERTO
              CLOSE ARQ-TABELAPRECOS
           END-IF.
           MOVE 'F' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO WRK-DATAINI
                   WRK-DATAFIM WRK-DU-MESES WRK-DU-CORRIDOS
                   WRK-DU-UTEIS.
           CANCEL 'CONTARDIASUTEIS'.

       0210-AVALIAR-LANCAMENTO.
           IF DET-DIA GREATER THAN ZEROS
              COMPUTE WRK-DATAVENDA = DET-ANO * 10000
                                    + DET-MES * 100 + DET-DIA
              IF DET-CANCELAMENTO
                 COMPUTE WRK-SINALVALOR = ZEROS - DET-VALOR
                 COMPUTE WRK-SINALQTDE  = ZEROS - DET-QTDE
              ELSE
                 MOVE DET-VALOR TO WRK-SINALVALOR
                 MOVE DET-QTDE  TO WRK-SINALQTDE
              END-IF
              MOVE SPACES TO WRK-CATEGORIA
              IF TEM-ALVO-CATEGORIA AND PRODUTOS-ABERTO
                 MOVE DET-PRODUTO TO PROD-CODIGO
                 READ ARQ-PRODUTOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PROD-CATEGORIA TO WRK-CATEGORIA
                 END-READ
              END-IF
              PERFORM 0220-SOMAR-PROMOCAO
                      VARYING WRK-IDX FROM 1 BY 1
                      UNTIL WRK-IDX GREATER THAN WRK-QTDEPROMOS
           END-IF.

       0220-SOMAR-PROMOCAO.
           IF DET-PROMOCAO EQUAL WRK-TPR-CODIGO(WRK-IDX)
              ADD WRK-SINALQTDE  TO WRK-TPR-PRMQTDE(WRK-IDX)
              ADD WRK-SINALVALOR TO WRK-TPR-PRMVALOR(WRK-IDX)
              PERFORM 0230-CALCULAR-DESCONTO
              IF DET-CANCELAMENTO
                 SUBTRACT WRK-DESCONTO
                     FROM WRK-TPR-PRMDESCONTO(WRK-IDX)
              ELSE
                 ADD WRK-DESCONTO TO WRK-TPR-PRMDESCONTO(WRK-IDX)
              END-IF
           END-IF.
           MOVE 'S' TO WRK-SW-ALVO.
           IF WRK-TPR-LOJA(WRK-IDX) GREATER THAN ZEROS
              AND WRK-TPR-LOJA(WRK-IDX) NOT EQUAL DET-LOJA
              MOVE 'N' TO WRK-SW-ALVO
           END-IF.
           EVALUATE WRK-TPR-TIPOALVO(WRK-IDX)
              WHEN 'P'
                 IF WRK-TPR-ALVO(WRK-IDX) NOT EQUAL DET-PRODUTO
                    MOVE 'N' TO WRK-SW-ALVO
                 END-IF
              WHEN 'C'
                 IF WRK-TPR-ALVO(WRK-IDX) NOT EQUAL WRK-CATEGORIA
                    MOVE 'N' TO WRK-SW-ALVO
                 END-IF
              WHEN 'T'
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WRK-SW-ALVO
           END-EVALUATE.
           IF VENDA-NO-ALVO
              IF WRK-DATAVENDA NOT LESS THAN WRK-TPR-INICIO(WRK-IDX)
                 IF WRK-DATAVENDA NOT GREATER THAN
                       WRK-TPR-FIM(WRK-IDX)
                    ADD WRK-SINALQTDE  TO WRK-TPR-DURQTDE(WRK-IDX)
                    ADD WRK-SINALVALOR TO WRK-TPR-DURVALOR(WRK-IDX)
                 END-IF
              ELSE
                 MOVE 'D' TO WRK-DU-FUNCAO
                 CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO
                         WRK-DATAVENDA WRK-TPR-INICIO(WRK-IDX)
                         WRK-DU-MESES WRK-DU-CORRIDOS WRK-DU-UTEIS
                 IF WRK-DU-CORRIDOS NOT GREATER THAN
                       WRK-TPR-DIAS(WRK-IDX)
                    ADD WRK-SINALQTDE  TO WRK-TPR-ANTQTDE(WRK-IDX)
                    ADD WRK-SINALVALOR TO WRK-TPR-ANTVALOR(WRK-IDX)
                 END-IF
              END-IF
           END-IF.

       0230-CALCULAR-DESCONTO.
           MOVE ZEROS TO WRK-DESCONTO.
           MOVE 'N'   TO WRK-SW-TEMPRECO.
           IF TABELAPRECOS-ABERTO
              MOVE 'N' TO WRK-FIM-PRECOS
              COMPUTE WRK-VIGVENDA = DET-ANO * 100 + DET-MES
              MOVE DET-PRODUTO TO PRE-PRODUTO
              MOVE ZEROS       TO PRE-ANO
              MOVE ZEROS       TO PRE-MES
              START ARQ-TABELAPRECOS
                    KEY GREATER THAN OR EQUAL TO PRE-CHAVE
                 INVALID KEY
                    SET FIM-PRECOS TO TRUE
              END-START
              PERFORM UNTIL FIM-PRECOS
                 READ ARQ-TABELAPRECOS NEXT RECORD
                    AT END
                       SET FIM-PRECOS TO TRUE
                    NOT AT END
                       IF PRE-PRODUTO NOT EQUAL DET-PRODUTO
                          SET FIM-PRECOS TO TRUE
                       ELSE
                          COMPUTE WRK-VIGPRECO =
                                  PRE-ANO * 100 + PRE-MES
                          IF WRK-VIGPRECO GREATER THAN WRK-VIGVENDA
                             SET FIM-PRECOS TO TRUE
                          ELSE
                             MOVE PRE-PRECO TO WRK-PRECO-TABELA
                             SET TEM-PRECO-TABELA TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF TEM-PRECO-TABELA
              COMPUTE WRK-DESCONTO =
                      DET-QTDE * WRK-PRECO-TABELA - DET-VALOR
              IF WRK-DESCONTO LESS THAN ZEROS
                 MOVE ZEROS TO WRK-DESCONTO
              END-IF
           END-IF.

       0300-IMPRIMIR.
           PERFORM 0950-ABRIR-SPOOL.
           STRING 'RESULTADO DAS PROMOCOES - VALIDADE ENTRE '
                  WRK-DATAINI ' E ' WRK-DATAFIM
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           PERFORM 0310-IMPRIMIR-PROMOCAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN WRK-QTDEPROMOS.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TOTQTDE     TO WRK-QTDE-ED.
           MOVE WRK-TOTVALOR    TO WRK-VALOR-ED.
           MOVE WRK-TOTDESCONTO TO WRK-DESCONTO-ED.
           STRING 'TOTAL ' WRK-QTDEPROMOS ' PROMOCOES - UNIDADES '
                  WRK-QTDE-ED ' RECEITA R$' WRK-VALOR-ED
                  ' DESCONTO R$' WRK-DESCONTO-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0310-IMPRIMIR-PROMOCAO.
           MOVE WRK-TPR-DIAS(WRK-IDX) TO WRK-DIAS-ED.
           STRING 'PROMOCAO ' WRK-TPR-CODIGO(WRK-IDX) ' '
                  WRK-TPR-DESCRICAO(WRK-IDX) ' DE '
                  WRK-TPR-INICIO(WRK-IDX) ' A '
                  WRK-TPR-FIM(WRK-IDX) ' (' WRK-DIAS-ED ' DIAS)'
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF WRK-TPR-LOJA(WRK-IDX) EQUAL ZEROS
              MOVE 'TODAS' TO WRK-LOJA-ED
           ELSE
              MOVE WRK-TPR-LOJA(WRK-IDX) TO WRK-LOJA-ED
           END-IF.
           STRING '   ALVO ' WRK-TPR-TIPOALVO(WRK-IDX) ' '
                  WRK-TPR-ALVO(WRK-IDX) ' LOJA ' WRK-LOJA-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE WRK-TPR-PRMQTDE(WRK-IDX)     TO WRK-QTDE-ED.
           MOVE WRK-TPR-PRMVALOR(WRK-IDX)    TO WRK-VALOR-ED.
           MOVE WRK-TPR-PRMDESCONTO(WRK-IDX) TO WRK-DESCONTO-ED.
           STRING '   VENDAS NA PROMOCAO: UNIDADES ' WRK-QTDE-ED
                  ' RECEITA R$' WRK-VALOR-ED
                  ' DESCONTO R$' WRK-DESCONTO-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           ADD WRK-TPR-PRMQTDE(WRK-IDX)     TO WRK-TOTQTDE.
           ADD WRK-TPR-PRMVALOR(WRK-IDX)    TO WRK-TOTVALOR.
           ADD WRK-TPR-PRMDESCONTO(WRK-IDX) TO WRK-TOTDESCONTO.
           MOVE WRK-TPR-DURQTDE(WRK-IDX)  TO WRK-QTDE-ED.
           MOVE WRK-TPR-DURVALOR(WRK-IDX) TO WRK-VALOR-ED.
           MOVE WRK-TPR-ANTQTDE(WRK-IDX)  TO WRK-ANTQTDE-ED.
           MOVE WRK-TPR-ANTVALOR(WRK-IDX) TO WRK-ANTVALOR-ED.
           STRING '   ALVO DURANTE: UNID ' WRK-QTDE-ED
                  ' R$' WRK-VALOR-ED
                  '  MESMOS DIAS ANTES: UNID ' WRK-ANTQTDE-ED
                  ' R$' WRK-ANTVALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           IF WRK-TPR-ANTVALOR(WRK-IDX) GREATER THAN ZEROS
              COMPUTE WRK-VARIACAO ROUNDED =
                      ((WRK-TPR-DURVALOR(WRK-IDX)
                      - WRK-TPR-ANTVALOR(WRK-IDX))
                      / WRK-TPR-ANTVALOR(WRK-IDX)) * 100
                 ON SIZE ERROR
                    MOVE 999,99 TO WRK-VARIACAO
              END-COMPUTE
              MOVE WRK-VARIACAO TO WRK-VAR-ED
              STRING '   VARIACAO DA RECEITA DO ALVO ' WRK-VAR-ED '%'
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
           ELSE
              MOVE '   SEM VENDAS DO ALVO NO PERIODO ANTERIOR'
                TO WRK-SPL-LINHA
           END-IF.
           PERFORM 0960-IMPRIMIR-LINHA.

       0400-FINALIZAR.
           PERFORM 0970-FECHAR-SPOOL.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'RESULTADO PROMOCOES ' WRK-DATAINI ' A '
                  WRK-DATAFIM ' PROMOCOES ' WRK-QTDEPROMOS
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0950-ABRIR-SPOOL.
           MOVE 'RESULTADO PROMOCOES' TO WRK-SPL-RELATORIO.
           MOVE WRK-DATAFIM(1:6)      TO WRK-SPL-COMPETENCIA.
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
