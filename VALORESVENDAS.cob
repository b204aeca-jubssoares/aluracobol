       PROGRAM-ID. VALORESVENDAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CALCULO VALORES DE VENDA-MES. O RESUMO
      ***             FINAL FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO.
      ***             NA CONFERENCIA DO PRECO APLICA A PROMOCAO
      ***             VIGENTE NO DIA DA VENDA (APLICARPROMOCAO)
      ***             E GRAVA O CODIGO DELA NO DETALHEVENDA. O
      ***             ESTOQUE CONFERIDO E MOVIMENTADO E O DA
      ***             LOJA DA VENDA (MOVIMENTARESTOQUE). A
      ***             FORMA DE PAGAMENTO (D=DINHEIRO, C=CARTAO,
      ***             P=CREDIARIO, ESTA SO COM CLIENTE) VAI
      ***             PARA O DETALHEVENDA E PARA O SUSPENSO. O
      ***             CUSTO MEDIO DEVOLVIDO NA MOVIMENTACAO DO
      ***             ESTOQUE FICA GRAVADO NA LINHA DO
      ***             DETALHEVENDA (DET-CUSTOUNIT)
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 27/12/2022
      ******************************************************
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-VENDASSUSPENSAS.
       COPY VENDASSUSPENSAS.
       FD  ARQ-PERIODOS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       01 WRK-MESES.
             02 WRK-ANOTAB OCCURS 5 TIMES.
                03 WRK-MES PIC 9(9)V99 OCCURS 12 TIMES.
       77 WRK-ANOVENDA  PIC 9(4)            VALUE ZEROS.
       77 WRK-ANOIDX    PIC 9(2)            VALUE ZEROS.
       77 WRK-MESVENDA  PIC 9(2)           VALUE ZEROS.
       77 WRK-DIAVENDA  PIC 9(2)           VALUE ZEROS.
       77 WRK-VALOR     PIC 9(09)V99       VALUE ZEROS.
       77 WRK-QTDE      PIC 9(05)          VALUE ZEROS.
       77 WRK-PRECOUNIT PIC 9(06)V99       VALUE ZEROS.
       77 WRK-LOJA      PIC 9(03)          VALUE ZEROS.
       77 WRK-CLIENTE   PIC 9(06)          VALUE ZEROS.
       77 WRK-PARCELAS  PIC 9(02)          VALUE ZEROS.
       77 WRK-FORMAPAGTO PIC X(01)         VALUE 'D'.
           88 FORMA-PAGTO-VALIDA           VALUE 'D' 'C' 'P'.
           88 FORMA-CREDIARIO              VALUE 'P'.
       77 WRK-FS-MESESVENDA PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DETALHEVENDA PIC X(02)    VALUE ZEROS.
       77 WRK-IDX          PIC 9(02)       VALUE ZEROS.
       77 WRK-TOLERANCIA      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VIGVENDA        PIC 9(06)    VALUE ZEROS.
       77 WRK-VIGPRECO        PIC 9(06)    VALUE ZEROS.
       77 WRK-PRM-FUNCAO      PIC X(01)    VALUE 'B'.
       77 WRK-PRM-DATA        PIC 9(08)    VALUE ZEROS.
       77 WRK-PRECO-PROMO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-PROMO-ED  PIC ZZZ.ZZ9,99.
       77 WRK-PROMOCAO        PIC X(06)    VALUE SPACES.
       77 WRK-EST-FUNCAO      PIC X(01)    VALUE SPACES.
       77 WRK-EST-QTDE        PIC S9(05)   VALUE ZEROS.
       77 WRK-EST-SALDO       PIC S9(07)   VALUE ZEROS.
       77 WRK-EST-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EST-OK          PIC X(01)    VALUE 'S'.
           88 ESTOQUE-CONTROLADO           VALUE 'S'.
       77 WRK-EST-SUFICIENTE  PIC X(01)    VALUE 'S'.
           88 CLIENTE-VALIDO               VALUE 'S'.
       77 WRK-PAR-OK          PIC X(01)    VALUE 'S'.
           88 PARCELAS-GERADAS             VALUE 'S'.
       77 WRK-CRE-OK          PIC X(01)    VALUE 'S'.
           88 CREDITO-OK                   VALUE 'S'.
           88 CREDITO-BLOQUEADO            VALUE 'B'.
           88 LIMITE-EXCEDIDO              VALUE 'L'.
       77 WRK-SW-SUSPENDER    PIC X(01)    VALUE 'N'.
           88 ENVIAR-SUSPENSO              VALUE 'S'.
       77 WRK-PERIODO-LIVRE   PIC X(01)    VALUE 'S'.
           88 PERIODO-LIVRE                VALUE 'S'.
       77 WRK-SW-ENCERRAR     PIC X(01)    VALUE 'N'.
       77 WRK-MSG-PRECO       PIC X(30)    VALUE SPACES.
       77 WRK-MSG-LOJA        PIC X(30)    VALUE SPACES.
       77 WRK-MSG-CLIENTE     PIC X(30)    VALUE SPACES.
       77 WRK-MSG-FORMA       PIC X(30)    VALUE SPACES.
       77 WRK-MSG-MES         PIC X(30)    VALUE SPACES.
       77 WRK-MSG-DIA         PIC X(30)    VALUE SPACES.
       77 WRK-MSG-VALOR       PIC X(30)    VALUE SPACES.
       77 WRK-MSG-VENDEDOR    PIC X(30)    VALUE SPACES.
       77 WRK-MSG-PRODUTO     PIC X(30)    VALUE SPACES.
           02 LINE 03 COL 03 VALUE 'ANO DA VENDA.......:'.
           02 LINE 03 COL 24 PIC 9(04) USING WRK-ANOVENDA.
           02 LINE 03 COL 34 PIC X(30) FROM WRK-MSG-ANO.
           02 LINE 04 COL 03 VALUE 'DIA DA VENDA.......:'.
           02 LINE 04 COL 24 PIC 9(02) USING WRK-DIAVENDA.
           02 LINE 04 COL 34 PIC X(30) FROM WRK-MSG-DIA.
           02 LINE 05 COL 03 VALUE 'MES DA VENDA.......:'.
           02 LINE 05 COL 24 PIC 9(02) USING WRK-MESVENDA.
           02 LINE 05 COL 34 PIC X(30) FROM WRK-MSG-MES.
           02 LINE 11 COL 03 VALUE 'VALOR DA VENDA.....:'.
           02 LINE 11 COL 24 PIC 9(06)V99 USING WRK-VALOR.
           02 LINE 11 COL 34 PIC X(30) FROM WRK-MSG-VALOR.
           02 LINE 12 COL 03 VALUE 'FORMA PAGTO (D/C/P):'.
           02 LINE 12 COL 24 PIC X(01) USING WRK-FORMAPAGTO.
           02 LINE 12 COL 34 PIC X(30) FROM WRK-MSG-FORMA.
           02 LINE 13 COL 03 VALUE 'CODIGO DO VENDEDOR.:'.
           02 LINE 13 COL 24 PIC 9(05) USING WRK-VENDEDOR.
           02 LINE 13 COL 34 PIC X(30) FROM WRK-MSG-VENDEDOR.
                    END-IF
                    PERFORM 0140-GRAVAR-DETALHEVENDA
                    PERFORM 0126-LIMPAR-CAMPOS
                 ELSE
                    IF ENVIAR-SUSPENSO
                       PERFORM 0145-GRAVAR-SUSPENSA
                       PERFORM 0126-LIMPAR-CAMPOS
                       STRING 'SUSPENSO: ' WRK-MOTIVO
                              DELIMITED BY SIZE INTO WRK-MSG-GERAL
                    END-IF
                 END-IF
           END-EVALUATE.

       0125-VALIDAR-LANCAMENTO.
           MOVE 'S'    TO WRK-LANC-VALIDO.
           MOVE 'N'    TO WRK-SW-SUSPENDER.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-MSG-TIPO.
           MOVE SPACES TO WRK-MSG-ANO.
           MOVE SPACES TO WRK-MSG-MES.
           MOVE SPACES TO WRK-MSG-DIA.
           MOVE SPACES TO WRK-MSG-LOJA.
           MOVE SPACES TO WRK-MSG-QTDE.
           MOVE SPACES TO WRK-MSG-PRECO.
           MOVE SPACES TO WRK-MSG-VENDEDOR.
           MOVE SPACES TO WRK-MSG-PRODUTO.
           MOVE SPACES TO WRK-MSG-CLIENTE.
           MOVE SPACES TO WRK-MSG-FORMA.
           MOVE SPACES TO WRK-MSG-GERAL.
           MOVE SPACES TO WRK-PROMOCAO.
           IF WRK-TIPO NOT EQUAL 'V' AND WRK-TIPO NOT EQUAL 'C'
              MOVE 'TIPO INVALIDO (V OU C)' TO WRK-MOTIVO
              MOVE WRK-MOTIVO TO WRK-MSG-TIPO
              MOVE 'N' TO WRK-LANC-VALIDO
           END-IF.
           IF LANCAMENTO-VALIDO
              AND NOT FORMA-PAGTO-VALIDA
              MOVE 'FORMA INVALIDA (D, C OU P)' TO WRK-MOTIVO
              MOVE WRK-MOTIVO TO WRK-MSG-FORMA
              MOVE 'N' TO WRK-LANC-VALIDO
           END-IF.
           IF NOT LANCAMENTO-VALIDO
              CONTINUE
           ELSE
              MOVE 'MES DA VENDA INVALIDO'     TO WRK-MOTIVO
              MOVE WRK-MOTIVO TO WRK-MSG-MES
              MOVE 'N' TO WRK-LANC-VALIDO
           ELSE
           PERFORM 0111-VALIDAR-DIAVENDA
           IF NOT VAL-FAIXA-VALIDA
              MOVE 'DIA DA VENDA INVALIDO'     TO WRK-MOTIVO
              MOVE WRK-MOTIVO TO WRK-MSG-DIA
              MOVE 'N' TO WRK-LANC-VALIDO
           ELSE
              PERFORM 0115-VALIDAR-ANOVENDA
              IF NOT ANOVENDA-VALIDO
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
           IF LANCAMENTO-VALIDO AND WRK-TIPO EQUAL 'V'
              PERFORM 0114-VALIDAR-QUANTIDADE
                 ELSE
                    PERFORM 0129-VERIFICAR-ESTOQUE
                    IF NOT ESTOQUE-SUFICIENTE
                       MOVE 'ESTOQUE DA LOJA INSUFICIENTE'
                         TO WRK-MOTIVO
                       MOVE WRK-MOTIVO TO WRK-MSG-QTDE
                       MOVE 'N' TO WRK-LANC-VALIDO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF LANCAMENTO-VALIDO AND WRK-TIPO EQUAL 'V'
              IF FORMA-CREDIARIO
                 AND WRK-CLIENTE EQUAL ZEROS
                 MOVE 'CREDIARIO EXIGE CLIENTE' TO WRK-MOTIVO
                 MOVE WRK-MOTIVO TO WRK-MSG-CLIENTE
                 MOVE 'N' TO WRK-LANC-VALIDO
              END-IF
              IF NOT FORMA-CREDIARIO
                 AND WRK-CLIENTE GREATER THAN ZEROS
                 MOVE 'CLIENTE SO NO CREDIARIO (P)' TO WRK-MOTIVO
                 MOVE WRK-MOTIVO TO WRK-MSG-FORMA
                 MOVE 'N' TO WRK-LANC-VALIDO
              END-IF
           END-IF.
           IF LANCAMENTO-VALIDO AND WRK-TIPO EQUAL 'V'
              AND WRK-CLIENTE GREATER THAN ZEROS
              PERFORM 0112-VALIDAR-CLIENTE
                      TO WRK-MOTIVO
                    MOVE WRK-MOTIVO TO WRK-MSG-CLIENTE
                    MOVE 'N' TO WRK-LANC-VALIDO
                 ELSE
                    CALL 'VERIFICARCREDITO' USING WRK-CLIENTE
                            WRK-VALOR WRK-CRE-OK
                    IF NOT CREDITO-OK
                       IF LIMITE-EXCEDIDO
                          MOVE 'LIMITE DE CREDITO EXCEDIDO'
                            TO WRK-MOTIVO
                       ELSE
                          MOVE 'CLIENTE COM CREDITO BLOQUEADO'
                            TO WRK-MOTIVO
                       END-IF
                       MOVE WRK-MOTIVO TO WRK-MSG-CLIENTE
                       MOVE 'N' TO WRK-LANC-VALIDO
                       SET ENVIAR-SUSPENSO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO WRK-MSG-TIPO.
           MOVE ZEROS  TO WRK-ANOVENDA.
           MOVE ZEROS  TO WRK-MESVENDA.
           MOVE ZEROS  TO WRK-DIAVENDA.
           MOVE ZEROS  TO WRK-LOJA.
           MOVE ZEROS  TO WRK-QTDE.
           MOVE ZEROS  TO WRK-PRECOUNIT.
           MOVE SPACES TO WRK-PRODUTO.
           MOVE ZEROS  TO WRK-CLIENTE.
           MOVE ZEROS  TO WRK-PARCELAS.
           MOVE 'D'    TO WRK-FORMAPAGTO.
           MOVE SPACES TO WRK-MSG-FORMA.
           MOVE SPACES TO WRK-MSG-ANO.
           MOVE SPACES TO WRK-MSG-MES.
           MOVE SPACES TO WRK-MSG-DIA.
           MOVE SPACES TO WRK-MSG-LOJA.
           MOVE SPACES TO WRK-MSG-QTDE.
           MOVE SPACES TO WRK-MSG-PRECO.
           MOVE SPACES TO WRK-MSG-PRODUTO.
           MOVE SPACES TO WRK-MSG-CLIENTE.
           MOVE SPACES TO WRK-MSG-GERAL.
           MOVE SPACES TO WRK-PROMOCAO.

       0111-VALIDAR-DIAVENDA.
           MOVE WRK-DIAVENDA  TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 31            TO WRK-VAL-MAXIMO.
           CALL 'VALIDARFAIXA' USING WRK-VAL-VALOR WRK-VAL-MINIMO
                   WRK-VAL-MAXIMO WRK-VAL-VALIDO.

       0112-VALIDAR-CLIENTE.
           MOVE 'S' TO WRK-CLIENTE-VALIDO.
              CONTINUE
           ELSE
              PERFORM 0124-BUSCAR-PRECO-TABELA
              IF NOT TEM-PRECO-TABELA
                 MOVE ZEROS TO WRK-PRECO-TABELA
              END-IF
              PERFORM 0127-BUSCAR-PROMOCAO
              IF TEM-PRECO-TABELA
                 OR WRK-PROMOCAO NOT EQUAL SPACES
                 COMPUTE WRK-VALOR-TABELA =
                         WRK-QTDE * WRK-PRECO-PROMO
                 COMPUTE WRK-TOLERANCIA ROUNDED =
                         WRK-VALOR-TABELA * 0,02
                 IF WRK-VALOR GREATER THAN
              END-READ
           END-PERFORM.

       0127-BUSCAR-PROMOCAO.
           MOVE 'B' TO WRK-PRM-FUNCAO.
           COMPUTE WRK-PRM-DATA = WRK-ANOVENDA * 10000
                                + WRK-MESVENDA * 100 + WRK-DIAVENDA.
           CALL 'APLICARPROMOCAO' USING WRK-PRM-FUNCAO WRK-PRM-DATA
                   WRK-LOJA WRK-PRODUTO PROD-CATEGORIA
                   WRK-PRECO-TABELA WRK-PRECO-PROMO WRK-PROMOCAO.
           IF WRK-PROMOCAO NOT EQUAL SPACES
              MOVE WRK-PRECO-PROMO TO WRK-PRECO-PROMO-ED
              STRING 'PROMOCAO ' WRK-PROMOCAO
                     ' R$' WRK-PRECO-PROMO-ED
                     DELIMITED BY SIZE INTO WRK-MSG-PRECO
           END-IF.

       0129-VERIFICAR-ESTOQUE.
           MOVE 'S'   TO WRK-EST-SUFICIENTE.
           MOVE 'S'   TO WRK-EST-FUNCAO.
           MOVE ZEROS TO WRK-EST-QTDE.
           CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                   WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                   WRK-EST-OK WRK-EST-CUSTO WRK-LOJA.
           IF ESTOQUE-CONTROLADO
              AND WRK-QTDE GREATER THAN WRK-EST-SALDO
              MOVE 'N' TO WRK-EST-SUFICIENTE
           MOVE WRK-PRECOUNIT TO SUS-PRECOUNIT.
           MOVE WRK-VALOR     TO SUS-VALOR.
           MOVE WRK-MOTIVO    TO SUS-MOTIVO.
           MOVE WRK-DIAVENDA  TO SUS-DIA.
           MOVE WRK-PROMOCAO  TO SUS-PROMOCAO.
           MOVE WRK-FORMAPAGTO TO SUS-FORMAPAGTO.
           WRITE REG-SUSPENSA.
           ADD 1 TO WRK-QTDESUSPENSAS.
           STRING 'SUSPENSO ANO ' WRK-ANOVENDA ' MES ' WRK-MESVENDA
           MOVE WRK-PRECOUNIT TO DET-PRECOUNIT.
           MOVE WRK-VALOR     TO DET-VALOR.
           MOVE ZEROS         TO DET-CARGA.
           MOVE WRK-DIAVENDA  TO DET-DIA.
           MOVE WRK-PROMOCAO  TO DET-PROMOCAO.
           MOVE WRK-FORMAPAGTO TO DET-FORMAPAGTO.
           MOVE ZEROS         TO DET-CUSTOUNIT.
           IF WRK-QTDE GREATER THAN ZEROS
              IF WRK-TIPO EQUAL 'C'
                 MOVE 'C' TO WRK-EST-FUNCAO
              MOVE WRK-QTDE TO WRK-EST-QTDE
              CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                      WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                      WRK-EST-OK WRK-EST-CUSTO WRK-LOJA
              MOVE WRK-EST-CUSTO TO DET-CUSTOUNIT
           END-IF.
           WRITE REG-DETALHE.
           IF WRK-TIPO EQUAL 'V'
              AND WRK-CLIENTE GREATER THAN ZEROS
              CALL 'GERARPARCELAS' USING WRK-CLIENTE WRK-ANOVENDA
           END-PERFORM.

       0300-FINALIZAR.
         PERFORM 0900-ABRIR-SPOOL.
         PERFORM VARYING WRK-IDXANO FROM 1 BY 1
                 UNTIL WRK-IDXANO > 5
           MOVE ZEROS TO WRK-TOTALANO
           PERFORM VARYING WRK-MESVENDA FROM 1 BY 1
                   UNTIL WRK-MESVENDA > 12
             MOVE WRK-MES(WRK-IDXANO, WRK-MESVENDA) TO WRK-MES-ED
             STRING 'ANO ' WRK-ANOATUAL ' MES ' WRK-MESVENDA
                    ' = R$' WRK-MES-ED
                    DELIMITED BY SIZE INTO WRK-SPL-LINHA
             PERFORM 0910-IMPRIMIR-LINHA
             ADD WRK-MES(WRK-IDXANO, WRK-MESVENDA) TO WRK-TOTALANO
             MOVE WRK-ANOATUAL TO REG-MES-ANO
             MOVE WRK-MESVENDA TO REG-MES-MES
             END-REWRITE
           END-PERFORM
           MOVE WRK-TOTALANO TO WRK-TOTALANO-ED
           STRING 'ANO ' WRK-ANOATUAL ' TOTAL   = R$' WRK-TOTALANO-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA
           PERFORM 0910-IMPRIMIR-LINHA
         END-PERFORM.
         CLOSE ARQ-MESESVENDA.
         CLOSE ARQ-DETALHEVENDA.
         PERFORM 0310-RELATORIO-DETALHE.
         PERFORM 0920-FECHAR-SPOOL.
         IF VENDEDORES-ABERTO
            CLOSE ARQ-VENDEDORES
            MOVE 'N' TO WRK-SW-VENDEDORES
            CLOSE ARQ-CLIENTES
            MOVE 'N' TO WRK-SW-CLIENTES
         END-IF.
         MOVE 'F' TO WRK-PRM-FUNCAO.
         CALL 'APLICARPROMOCAO' USING WRK-PRM-FUNCAO WRK-PRM-DATA
                 WRK-LOJA WRK-PRODUTO WRK-CATEGORIA
                 WRK-PRECO-TABELA WRK-PRECO-PROMO WRK-PROMOCAO.
         IF VENDASSUSPENSAS-ABERTO
            CLOSE ARQ-VENDASSUSPENSAS
            MOVE 'N' TO WRK-SW-VENDASSUSPENSAS
       0310-RELATORIO-DETALHE.
         OPEN INPUT ARQ-DETALHEVENDA.
         IF WRK-FS-DETALHEVENDA EQUAL '00'
            MOVE 'DETALHE DE VENDAS POR VENDEDOR/PRODUTO'
              TO WRK-SPL-LINHA
            PERFORM 0910-IMPRIMIR-LINHA
            MOVE ZEROS TO WRK-TOT-BRUTO
            MOVE ZEROS TO WRK-TOT-CANCEL
            PERFORM UNTIL WRK-FS-DETALHEVENDA EQUAL '10'
                  AT END
                     CONTINUE
                  NOT AT END
                     STRING 'TIPO ' DET-TIPO
                        ' ANO ' DET-ANO ' MES ' DET-MES
                        ' VENDEDOR ' DET-VENDEDOR
                        ' PRODUTO ' DET-PRODUTO
                        ' VALOR ' DET-VALOR
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                     PERFORM 0910-IMPRIMIR-LINHA
                     IF DET-CANCELAMENTO
                        ADD DET-VALOR TO WRK-TOT-CANCEL
                     ELSE
            COMPUTE WRK-TOT-LIQUIDO =
                    WRK-TOT-BRUTO - WRK-TOT-CANCEL
            MOVE WRK-TOT-BRUTO TO WRK-TOTREL-ED
            STRING 'VENDAS BRUTAS      = R$' WRK-TOTREL-ED
                   DELIMITED BY SIZE INTO WRK-SPL-LINHA
            PERFORM 0910-IMPRIMIR-LINHA
            MOVE WRK-TOT-CANCEL TO WRK-TOTREL-ED
            STRING 'CANCELAMENTOS      = R$' WRK-TOTREL-ED
                   DELIMITED BY SIZE INTO WRK-SPL-LINHA
            PERFORM 0910-IMPRIMIR-LINHA
            MOVE WRK-TOT-LIQUIDO TO WRK-TOTREL-ED
            STRING 'VENDAS LIQUIDAS    = R$' WRK-TOTREL-ED
                   DELIMITED BY SIZE INTO WRK-SPL-LINHA
            PERFORM 0910-IMPRIMIR-LINHA
            PERFORM 0340-RELATORIO-VENDEDOR
            PERFORM 0350-RELATORIO-PRODUTO
            PERFORM 0360-RELATORIO-LOJA
         END-IF.

       0340-RELATORIO-VENDEDOR.
           MOVE 'TOTAL DE VENDAS POR VENDEDOR' TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-VENDEDOR
                INPUT PROCEDURE IS 0341-SELECIONAR-DETALHE
           MOVE WRK-VENDEDOR-ANT TO WRK-VENDEDOR.
           PERFORM 0345-BUSCAR-NOME-VENDEDOR.
           MOVE WRK-SUBTOT-VENDEDOR TO WRK-SUBTOTAL-ED.
           STRING 'VENDEDOR ' WRK-VENDEDOR-ANT
                  ' ' WRK-VENDEDOR-NOME
                  ' TOTAL = R$' WRK-SUBTOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0345-BUSCAR-NOME-VENDEDOR.
           MOVE SPACES TO WRK-VENDEDOR-NOME.
           END-IF.

       0350-RELATORIO-PRODUTO.
           MOVE 'TOTAL DE VENDAS POR CATEGORIA/PRODUTO'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-CATEGORIA CLAS-PRODUTO
                INPUT PROCEDURE IS 0341-SELECIONAR-DETALHE
           MOVE WRK-PRODUTO-ANT TO WRK-PRODUTO.
           PERFORM 0355-BUSCAR-PRODUTO.
           MOVE WRK-SUBTOT-PRODUTO TO WRK-SUBTOTAL-ED.
           STRING '  PRODUTO ' WRK-PRODUTO-ANT
                  ' ' WRK-PRODUTO-DESC
                  ' TOTAL = R$' WRK-SUBTOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0354-IMPRIMIR-CATEGORIA.
           MOVE WRK-SUBTOT-CATEGORIA TO WRK-SUBTOTAL-ED.
           STRING 'CATEGORIA ' WRK-CATEGORIA-ANT
                  ' TOTAL = R$' WRK-SUBTOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0355-BUSCAR-PRODUTO.
           MOVE SPACES TO WRK-PRODUTO-DESC.
           END-IF.

       0360-RELATORIO-LOJA.
           MOVE 'TOTAL DE VENDAS POR LOJA' TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-LOJA
                INPUT PROCEDURE IS 0341-SELECIONAR-DETALHE
       0363-IMPRIMIR-LOJA.
           PERFORM 0365-BUSCAR-NOME-LOJA.
           MOVE WRK-SUBTOT-LOJA TO WRK-SUBTOTAL-ED.
           STRING 'LOJA ' WRK-LOJA-ANT
                  ' ' WRK-LOJA-NOME
                  ' TOTAL = R$' WRK-SUBTOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0365-BUSCAR-NOME-LOJA.
           MOVE SPACES TO WRK-LOJA-NOME.
                    MOVE LOJ-NOME TO WRK-LOJA-NOME
              END-READ
           END-IF.

       0900-ABRIR-SPOOL.
           MOVE 'VALORESVENDAS' TO WRK-SPL-RELATORIO.
           MOVE ZEROS  TO WRK-SPL-COMPETENCIA.
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
