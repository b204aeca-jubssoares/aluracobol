      ***             ENTRADA DE MERCADORIA, AJUSTES DE
      ***             INVENTARIO, NIVEL MINIMO, CONSULTA DE
      ***             SALDO E RELATORIO DE REPOSICAO DOS
      ***             PRODUTOS ABAIXO DO MINIMO, DESCONTANDO O
      ***             QUE JA ESTA EM PEDIDO DE COMPRA PENDENTE
      ***             (PEDIDOSCOMPRA). OS MOVIMENTOS
      ***             PASSAM PELO MOVIMENTARESTOQUE, QUE
      ***             TAMBEM ATENDE AS BAIXAS AUTOMATICAS DAS
      ***             VENDAS POSTADAS. NA REPOSICAO, QUANDO HA
      ***             PREVISAO DO PRODUTO PARA O MES CORRENTE
      ***             (PREVISAOVENDAS), A QUANTIDADE PREVISTA
      ***             SUBSTITUI O EST-MINIMO COMO NIVEL MINIMO.
      ***             A CLASSE ABC DO PRODUTO (CLASSIFICARABC)
      ***             APARECE NA IDENTIFICACAO DO PRODUTO E NO
      ***             RELATORIO DE REPOSICAO. ENTRADAS E
      ***             AJUSTES SAO FEITOS NA LOJA INFORMADA
      ***             (SALDOLOJAS); O MINIMO PODE SER DA LOJA
      ***             OU DA EMPRESA (LOJA ZERO) E A CONSULTA
      ***             MOSTRA O TOTAL DA EMPRESA, O SALDO DE
      ***             CADA LOJA E O QUE ESTA EM TRANSITO
      ***             (TRANSFERENCIAS). O RELATORIO DE
      ***             REPOSICAO DAQUI E O DA EMPRESA; O POR
      ***             LOJA E O REPOSICAOLOJAS. O RELATORIO DE
      ***             REPOSICAO FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS (GRAVARSPOOL) PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOSCOMPRA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-CHAVE
             FILE STATUS IS WRK-FS-PEDIDOS.
           SELECT ARQ-PREVISAO ASSIGN TO 'PREVISAOVENDAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRV-CHAVE
             FILE STATUS IS WRK-FS-PREVISAO.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
           SELECT ARQ-SALDOLOJAS ASSIGN TO 'SALDOLOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SLJ-CHAVE
             FILE STATUS IS WRK-FS-SALDOLOJAS.
           SELECT ARQ-TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS TRF-CHAVE
             FILE STATUS IS WRK-FS-TRANSFERENCIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOESTOQUE.
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-PEDIDOS.
       COPY PEDIDOSCOMPRA.
       FD  ARQ-PREVISAO.
       COPY PREVISAOVENDAS.
       FD  ARQ-LOJAS.
       COPY LOJAS.
       FD  ARQ-SALDOLOJAS.
       COPY SALDOLOJAS.
       FD  ARQ-TRANSFERENCIAS.
       COPY TRANSFERENCIAS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-SALDOESTOQUE PIC X(02) VALUE ZEROS.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE ZEROS.
       77  WRK-FS-PREVISAO     PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-FS-SALDOLOJAS   PIC X(02) VALUE ZEROS.
       77  WRK-FS-TRANSFERENCIAS PIC X(02) VALUE ZEROS.
       77  WRK-SW-LOJAS        PIC X(01) VALUE 'N'.
           88  LOJAS-ABERTO              VALUE 'S'.
       77  WRK-LOJA            PIC 9(03) VALUE ZEROS.
       77  WRK-EMTRANSITO      PIC 9(07) VALUE ZEROS.
       77  WRK-EMTRANSITO-ED   PIC Z.ZZZ.ZZ9.
       77  WRK-FIM-SALDOLOJAS  PIC X(01) VALUE 'N'.
           88  FIM-SALDOLOJAS            VALUE 'S'.
       77  WRK-FIM-TRANSFERENCIAS PIC X(01) VALUE 'N'.
           88  FIM-TRANSFERENCIAS        VALUE 'S'.
       77  WRK-SW-PREVISAO     PIC X(01) VALUE 'N'.
           88  PREVISAO-ABERTO           VALUE 'S'.
       77  WRK-MINIMOUSADO     PIC 9(07) VALUE ZEROS.
       77  WRK-ORIGEMMINIMO    PIC X(11) VALUE SPACES.
       77  WRK-CLASSEABC       PIC X(01) VALUE SPACES.
       77  WRK-SW-PRODUTOS     PIC X(01) VALUE 'N'.
           88  PRODUTOS-ABERTO           VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  PRODUTO-VALIDO            VALUE 'S'.
       77  WRK-QTDE            PIC 9(05) VALUE ZEROS.
       77  WRK-MINIMO          PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EST-FUNCAO      PIC X(01) VALUE SPACES.
       77  WRK-EST-QTDE        PIC S9(05) VALUE ZEROS.
       77  WRK-EST-SALDO       PIC S9(07) VALUE ZEROS.
       77  WRK-EST-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EST-OK          PIC X(01) VALUE 'S'.
           88  ESTOQUE-OK                VALUE 'S'.
       77  WRK-SALDO-ED        PIC -Z.ZZZ.ZZ9.
       77  WRK-MINIMO-ED       PIC Z.ZZZ.ZZ9.
       77  WRK-CUSTO-ED        PIC ZZZ.ZZ9,99.
       77  WRK-FIM-SALDOS      PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                VALUE 'S'.
       77  WRK-QTDEABAIXO      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEJAPEDIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-EMPEDIDO        PIC 9(07) VALUE ZEROS.
       77  WRK-EMPEDIDO-ED     PIC Z.ZZZ.ZZ9.
       77  WRK-FIM-PEDIDOS     PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS               VALUE 'S'.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'CONTROLARESTOQUE'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
              DISPLAY 'ARQUIVO PRODUTOS NAO DISPONIVEL - '
                      'PRODUTO NAO SERA CONFERIDO'
           END-IF.
           OPEN INPUT ARQ-LOJAS.
           IF WRK-FS-LOJAS EQUAL '00'
              SET LOJAS-ABERTO TO TRUE
           ELSE
              DISPLAY 'CADASTRO LOJAS NAO DISPONIVEL - '
                      'LOJA NAO SERA CONFERIDA'
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.

       0210-ENTRADA.
           PERFORM 0270-LER-PRODUTO.
           IF PRODUTO-VALIDO
              PERFORM 0275-LER-LOJA
           END-IF.
           IF PRODUTO-VALIDO
              DISPLAY 'QUANTIDADE RECEBIDA '
              ACCEPT WRK-QTDE
              DISPLAY 'CUSTO UNITARIO (ZERO MANTEM O CUSTO MEDIO) '
              ACCEPT WRK-CUSTO
              IF WRK-QTDE EQUAL ZEROS
                 DISPLAY 'QUANTIDADE INVALIDA'
              ELSE
                 MOVE 'E'       TO WRK-EST-FUNCAO
                 MOVE WRK-QTDE  TO WRK-EST-QTDE
                 MOVE WRK-CUSTO TO WRK-EST-CUSTO
                 PERFORM 0280-MOVIMENTAR
                 MOVE WRK-EST-SALDO TO WRK-SALDO-ED
                 MOVE WRK-EST-CUSTO TO WRK-CUSTO-ED
                 DISPLAY 'ENTRADA GRAVADA - SALDO DA LOJA '
                         WRK-SALDO-ED
                         ' CUSTO MEDIO ' WRK-CUSTO-ED
                 PERFORM 0290-GRAVAR-AUDITORIA
              END-IF
           END-IF.

       0220-AJUSTE-ENTRADA.
           PERFORM 0270-LER-PRODUTO.
           IF PRODUTO-VALIDO
              PERFORM 0275-LER-LOJA
           END-IF.
           IF PRODUTO-VALIDO
              DISPLAY 'QUANTIDADE A ACRESCENTAR '
              ACCEPT WRK-QTDE
                 MOVE WRK-QTDE TO WRK-EST-QTDE
                 PERFORM 0280-MOVIMENTAR
                 MOVE WRK-EST-SALDO TO WRK-SALDO-ED
                 DISPLAY 'AJUSTE GRAVADO - SALDO DA LOJA '
                         WRK-SALDO-ED
                 PERFORM 0290-GRAVAR-AUDITORIA
              END-IF
           END-IF.

       0230-AJUSTE-SAIDA.
           PERFORM 0270-LER-PRODUTO.
           IF PRODUTO-VALIDO
              PERFORM 0275-LER-LOJA
           END-IF.
           IF PRODUTO-VALIDO
              DISPLAY 'QUANTIDADE A RETIRAR '
              ACCEPT WRK-QTDE
                 PERFORM 0280-MOVIMENTAR
                 IF ESTOQUE-OK
                    MOVE WRK-EST-SALDO TO WRK-SALDO-ED
                    DISPLAY 'AJUSTE GRAVADO - SALDO DA LOJA '
                            WRK-SALDO-ED
                    PERFORM 0290-GRAVAR-AUDITORIA
                 ELSE
                    DISPLAY 'AJUSTE DEIXARIA O SALDO NEGATIVO - '

       0240-DEFINIR-MINIMO.
           PERFORM 0270-LER-PRODUTO.
           IF PRODUTO-VALIDO
              DISPLAY 'LOJA (ZERO = MINIMO DA EMPRESA) '
              ACCEPT WRK-LOJA
              IF WRK-LOJA GREATER THAN ZEROS
                 PERFORM 0276-VALIDAR-LOJA
              END-IF
           END-IF.
           IF PRODUTO-VALIDO
              DISPLAY 'ESTOQUE MINIMO '
              ACCEPT WRK-MINIMO
              MOVE 'M' TO WRK-EST-FUNCAO
              IF WRK-LOJA EQUAL ZEROS
                 PERFORM 0245-GRAVAR-MINIMO
              ELSE
                 PERFORM 0246-GRAVAR-MINIMO-LOJA
              END-IF
           END-IF.

       0245-GRAVAR-MINIMO.
                 MOVE WRK-PRODUTO TO EST-PRODUTO
                 MOVE ZEROS       TO EST-SALDO
                 MOVE WRK-MINIMO  TO EST-MINIMO
                 MOVE ZEROS       TO EST-CUSTOMEDIO
                 WRITE REG-ESTOQUE
              NOT INVALID KEY
                 MOVE WRK-MINIMO TO EST-MINIMO
           DISPLAY 'ESTOQUE MINIMO GRAVADO'.
           PERFORM 0290-GRAVAR-AUDITORIA.

       0246-GRAVAR-MINIMO-LOJA.
           OPEN I-O ARQ-SALDOLOJAS.
           IF WRK-FS-SALDOLOJAS EQUAL '35'
              OPEN OUTPUT ARQ-SALDOLOJAS
              CLOSE ARQ-SALDOLOJAS
              OPEN I-O ARQ-SALDOLOJAS
           END-IF.
           MOVE WRK-PRODUTO TO SLJ-PRODUTO.
           MOVE WRK-LOJA    TO SLJ-LOJA.
           READ ARQ-SALDOLOJAS
              INVALID KEY
                 MOVE WRK-PRODUTO TO SLJ-PRODUTO
                 MOVE WRK-LOJA    TO SLJ-LOJA
                 MOVE ZEROS       TO SLJ-SALDO
                 MOVE WRK-MINIMO  TO SLJ-MINIMO
                 WRITE REG-SALDOLOJA
              NOT INVALID KEY
                 MOVE WRK-MINIMO TO SLJ-MINIMO
                 REWRITE REG-SALDOLOJA
           END-READ.
           CLOSE ARQ-SALDOLOJAS.
           DISPLAY 'ESTOQUE MINIMO DA LOJA GRAVADO'.
           PERFORM 0290-GRAVAR-AUDITORIA.

       0250-CONSULTAR-SALDO.
           PERFORM 0270-LER-PRODUTO.
           IF PRODUTO-VALIDO
              PERFORM 0280-MOVIMENTAR
              IF ESTOQUE-OK
                 MOVE WRK-EST-SALDO TO WRK-SALDO-ED
                 MOVE WRK-EST-CUSTO TO WRK-CUSTO-ED
                 DISPLAY 'SALDO DA EMPRESA: ' WRK-SALDO-ED
                 DISPLAY 'CUSTO MEDIO: ' WRK-CUSTO-ED
                 PERFORM 0255-LISTAR-LOJAS
                 PERFORM 0257-SOMAR-TRANSITO
              ELSE
                 DISPLAY 'PRODUTO SEM CONTROLE DE ESTOQUE'
              END-IF
           END-IF.

       0255-LISTAR-LOJAS.
           MOVE 'N' TO WRK-FIM-SALDOLOJAS.
           OPEN INPUT ARQ-SALDOLOJAS.
           IF WRK-FS-SALDOLOJAS NOT EQUAL '00'
              DISPLAY 'SEM SALDOS POR LOJA'
           ELSE
              MOVE WRK-PRODUTO TO SLJ-PRODUTO
              MOVE ZEROS       TO SLJ-LOJA
              START ARQ-SALDOLOJAS
                    KEY GREATER THAN OR EQUAL TO SLJ-CHAVE
                 INVALID KEY
                    SET FIM-SALDOLOJAS TO TRUE
              END-START
              PERFORM 0256-LER-SALDOLOJA UNTIL FIM-SALDOLOJAS
              CLOSE ARQ-SALDOLOJAS
           END-IF.

       0256-LER-SALDOLOJA.
           READ ARQ-SALDOLOJAS NEXT RECORD
              AT END
                 SET FIM-SALDOLOJAS TO TRUE
              NOT AT END
                 IF SLJ-PRODUTO NOT EQUAL WRK-PRODUTO
                    SET FIM-SALDOLOJAS TO TRUE
                 ELSE
                    MOVE SLJ-SALDO  TO WRK-SALDO-ED
                    MOVE SLJ-MINIMO TO WRK-MINIMO-ED
                    DISPLAY 'LOJA ' SLJ-LOJA
                            ' SALDO ' WRK-SALDO-ED
                            ' MINIMO ' WRK-MINIMO-ED
                 END-IF
           END-READ.

       0257-SOMAR-TRANSITO.
           MOVE ZEROS TO WRK-EMTRANSITO.
           MOVE 'N'   TO WRK-FIM-TRANSFERENCIAS.
           OPEN INPUT ARQ-TRANSFERENCIAS.
           IF WRK-FS-TRANSFERENCIAS NOT EQUAL '00'
              SET FIM-TRANSFERENCIAS TO TRUE
           END-IF.
           PERFORM UNTIL FIM-TRANSFERENCIAS
              READ ARQ-TRANSFERENCIAS NEXT RECORD
                 AT END
                    SET FIM-TRANSFERENCIAS TO TRUE
                 NOT AT END
                    IF TRF-PRODUTO EQUAL WRK-PRODUTO
                       AND TRANSF-EM-TRANSITO
                       ADD TRF-QTDE TO WRK-EMTRANSITO
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-TRANSFERENCIAS EQUAL '00'
              OR WRK-FS-TRANSFERENCIAS EQUAL '10'
              CLOSE ARQ-TRANSFERENCIAS
           END-IF.
           MOVE WRK-EMTRANSITO TO WRK-EMTRANSITO-ED.
           DISPLAY 'EM TRANSITO ENTRE LOJAS: ' WRK-EMTRANSITO-ED.

       0260-RELATORIO-REPOSICAO.
           OPEN INPUT ARQ-SALDOESTOQUE.
           IF WRK-FS-SALDOESTOQUE NOT EQUAL '00'
              DISPLAY 'SEM SALDOS DE ESTOQUE CADASTRADOS'
           ELSE
              PERFORM 0900-ABRIR-SPOOL
              MOVE 'PRODUTOS ABAIXO DO ESTOQUE MINIMO' TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              MOVE 'N' TO WRK-SW-PREVISAO
              OPEN INPUT ARQ-PREVISAO
              IF WRK-FS-PREVISAO EQUAL '00'
                 SET PREVISAO-ABERTO TO TRUE
              END-IF
              MOVE 'N'   TO WRK-FIM-SALDOS
              MOVE ZEROS TO WRK-QTDEABAIXO
              MOVE ZEROS TO WRK-QTDEJAPEDIDOS
              PERFORM 0265-LISTAR-SALDO UNTIL FIM-SALDOS
              CLOSE ARQ-SALDOESTOQUE
              IF PREVISAO-ABERTO
                 CLOSE ARQ-PREVISAO
              END-IF
              STRING 'PRODUTOS A REPOR: ' WRK-QTDEABAIXO
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              STRING 'PRODUTOS JA COBERTOS POR PEDIDO: '
                     WRK-QTDEJAPEDIDOS
                     DELIMITED BY SIZE INTO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              PERFORM 0920-FECHAR-SPOOL
           END-IF.

       0265-LISTAR-SALDO.
              AT END
                 SET FIM-SALDOS TO TRUE
              NOT AT END
                 PERFORM 0268-BUSCAR-PREVISAO
                 IF EST-SALDO LESS THAN WRK-MINIMOUSADO
                    PERFORM 0267-SOMAR-EMPEDIDO
                    PERFORM 0266-BUSCAR-DESCRICAO
                    MOVE EST-SALDO       TO WRK-SALDO-ED
                    MOVE WRK-MINIMOUSADO TO WRK-MINIMO-ED
                    MOVE WRK-EMPEDIDO    TO WRK-EMPEDIDO-ED
                    IF EST-SALDO + WRK-EMPEDIDO
                       LESS THAN WRK-MINIMOUSADO
                       ADD 1 TO WRK-QTDEABAIXO
                       STRING 'PRODUTO ' EST-PRODUTO
                              ' ' PROD-DESCRICAO
                              ' CLASSE ' WRK-CLASSEABC
                              ' SALDO ' WRK-SALDO-ED
                              ' MINIMO ' WRK-MINIMO-ED
                              WRK-ORIGEMMINIMO
                              ' EM PEDIDO ' WRK-EMPEDIDO-ED
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    ELSE
                       ADD 1 TO WRK-QTDEJAPEDIDOS
                       STRING 'PRODUTO ' EST-PRODUTO
                              ' ' PROD-DESCRICAO
                              ' CLASSE ' WRK-CLASSEABC
                              ' SALDO ' WRK-SALDO-ED
                              ' MINIMO ' WRK-MINIMO-ED
                              WRK-ORIGEMMINIMO
                              ' EM PEDIDO ' WRK-EMPEDIDO-ED
                              ' - JA PEDIDO'
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    END-IF
                 END-IF
           END-READ.

       0266-BUSCAR-DESCRICAO.
           MOVE SPACES TO PROD-DESCRICAO.
           MOVE SPACES TO PROD-CLASSEABC.
           IF PRODUTOS-ABERTO
              MOVE EST-PRODUTO TO PROD-CODIGO
              READ ARQ-PRODUTOS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADO ***'
                      TO PROD-DESCRICAO
                    MOVE SPACES TO PROD-CLASSEABC
              END-READ
           END-IF.
           PERFORM 0269-FORMATAR-CLASSE.

       0267-SOMAR-EMPEDIDO.
           MOVE ZEROS TO WRK-EMPEDIDO.
           MOVE 'N'   TO WRK-FIM-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
              SET FIM-PEDIDOS TO TRUE
           END-IF.
           PERFORM UNTIL FIM-PEDIDOS
              READ ARQ-PEDIDOS NEXT RECORD
                 AT END
                    SET FIM-PEDIDOS TO TRUE
                 NOT AT END
                    IF PED-PRODUTO EQUAL EST-PRODUTO
                       AND PEDIDO-PENDENTE
                       COMPUTE WRK-EMPEDIDO = WRK-EMPEDIDO
                             + PED-QTDEPEDIDA - PED-QTDERECEBIDA
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-PEDIDOS EQUAL '00' OR WRK-FS-PEDIDOS EQUAL '10'
              CLOSE ARQ-PEDIDOS
           END-IF.

       0268-BUSCAR-PREVISAO.
           MOVE EST-MINIMO TO WRK-MINIMOUSADO.
           MOVE SPACES     TO WRK-ORIGEMMINIMO.
           IF PREVISAO-ABERTO
              MOVE 'P'         TO PRV-TIPO
              MOVE EST-PRODUTO TO PRV-CODIGO
              MOVE WRK-DATAANO TO PRV-ANO
              MOVE WRK-DATAMES TO PRV-MES
              READ ARQ-PREVISAO
                 NOT INVALID KEY
                    MOVE PRV-QTDE      TO WRK-MINIMOUSADO
                    MOVE ' (PREVISAO)' TO WRK-ORIGEMMINIMO
              END-READ
           END-IF.

       0269-FORMATAR-CLASSE.
           IF PROD-CLASSEABC EQUAL SPACES
              MOVE '-' TO WRK-CLASSEABC
           ELSE
              MOVE PROD-CLASSEABC TO WRK-CLASSEABC
           END-IF.

       0270-LER-PRODUTO.
           MOVE 'S'   TO WRK-PRODUTO-VALIDO.
           MOVE ZEROS TO WRK-QTDE.
           MOVE ZEROS TO WRK-MINIMO.
           MOVE ZEROS TO WRK-CUSTO.
           MOVE ZEROS TO WRK-LOJA.
           DISPLAY 'CODIGO DO PRODUTO '.
           ACCEPT WRK-PRODUTO.
           IF PRODUTOS-ABERTO
                 INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-PRODUTO
                    MOVE 'N' TO WRK-PRODUTO-VALIDO
                 NOT INVALID KEY
                    PERFORM 0269-FORMATAR-CLASSE
                    DISPLAY 'PRODUTO ' PROD-DESCRICAO
                            ' CLASSE ABC ' WRK-CLASSEABC
              END-READ
           END-IF.

       0275-LER-LOJA.
           DISPLAY 'LOJA '.
           ACCEPT WRK-LOJA.
           IF WRK-LOJA EQUAL ZEROS
              DISPLAY 'LOJA OBRIGATORIA'
              MOVE 'N' TO WRK-PRODUTO-VALIDO
           ELSE
              PERFORM 0276-VALIDAR-LOJA
           END-IF.

       0276-VALIDAR-LOJA.
           IF LOJAS-ABERTO
              MOVE WRK-LOJA TO LOJ-CODIGO
              READ ARQ-LOJAS
                 INVALID KEY
                    DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                    MOVE 'N' TO WRK-PRODUTO-VALIDO
                 NOT INVALID KEY
                    DISPLAY 'LOJA: ' LOJ-NOME
              END-READ
           END-IF.

       0280-MOVIMENTAR.
           CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                   WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                   WRK-EST-OK WRK-EST-CUSTO WRK-LOJA.

       0290-GRAVAR-AUDITORIA.
           STRING 'ESTOQUE PRODUTO ' WRK-PRODUTO
                  ' FUNCAO ' WRK-EST-FUNCAO
                  ' QTDE ' WRK-QTDE
                  ' MINIMO ' WRK-MINIMO
                  ' CUSTO ' WRK-CUSTO
                  ' LOJA ' WRK-LOJA
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           DISPLAY 'CONTROLE DE ESTOQUE ENCERRADO'.

       0900-ABRIR-SPOOL.
           MOVE 'REPOSICAO ESTOQUE' TO WRK-SPL-RELATORIO.
           COMPUTE WRK-SPL-COMPETENCIA =
                   WRK-DATAANO * 100 + WRK-DATAMES.
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
