       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERPEDIDOS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: EMISSAO, CONSULTA E CANCELAMENTO DOS
      ***             PEDIDOS DE COMPRA AOS FORNECEDORES. CADA
      ***             PEDIDO TEM UM ITEM POR PRODUTO COM A
      ***             QUANTIDADE, O CUSTO UNITARIO COMBINADO E
      ***             A DATA PREVISTA DE ENTREGA. O NUMERO DO
      ***             PEDIDO E O MAIOR JA EMITIDO MAIS UM. O
      ***             RECEBIMENTO E FEITO PELO RECEBERMERCADORIA
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOSCOMPRA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-CHAVE
             FILE STATUS IS WRK-FS-PEDIDOS.
           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS.
       COPY PEDIDOSCOMPRA.
       FD  ARQ-FORNECEDORES.
       COPY FORNECEDORES.
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE ZEROS.
       77  WRK-FS-FORNECEDORES PIC X(02) VALUE ZEROS.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
       77  WRK-SW-FORNECEDORES PIC X(01) VALUE 'N'.
           88  FORNECEDORES-ABERTO       VALUE 'S'.
       77  WRK-SW-PRODUTOS     PIC X(01) VALUE 'N'.
           88  PRODUTOS-ABERTO           VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 4.
       77  WRK-MAIORNUMERO     PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO          PIC 9(06) VALUE ZEROS.
       77  WRK-ITEM            PIC 9(02) VALUE ZEROS.
       77  WRK-FORNECEDOR      PIC 9(05) VALUE ZEROS.
       77  WRK-PRODUTO         PIC X(06) VALUE SPACES.
       77  WRK-QTDE            PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PREVANO         PIC 9(04) VALUE ZEROS.
       77  WRK-PREVMES         PIC 9(02) VALUE ZEROS.
       77  WRK-PREVDIA         PIC 9(02) VALUE ZEROS.
       77  WRK-SW-VALIDO       PIC X(01) VALUE 'S'.
           88  PEDIDO-VALIDO             VALUE 'S'.
       77  WRK-SW-FIMITENS     PIC X(01) VALUE 'N'.
           88  FIM-ITENS                 VALUE 'S'.
       77  WRK-FIM-PEDIDOS     PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS               VALUE 'S'.
       77  WRK-QTDELISTADOS    PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-ED         PIC ZZ.ZZ9.
       77  WRK-RECEB-ED        PIC ZZ.ZZ9.
       77  WRK-CUSTO-ED        PIC ZZZ.ZZ9,99.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERPEDIDOS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL '35'
              OPEN OUTPUT ARQ-PEDIDOS
              CLOSE ARQ-PEDIDOS
              OPEN I-O ARQ-PEDIDOS
           END-IF.
           PERFORM 0110-OBTER-MAIOR-NUMERO.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES EQUAL '00'
              SET FORNECEDORES-ABERTO TO TRUE
           ELSE
              DISPLAY 'CADASTRO FORNECEDORES NAO DISPONIVEL - '
                      'PEDIDOS NAO PODERAO SER EMITIDOS'
           END-IF.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
           ELSE
              DISPLAY 'ARQUIVO PRODUTOS NAO DISPONIVEL - '
                      'PRODUTO NAO SERA CONFERIDO'
           END-IF.

       0110-OBTER-MAIOR-NUMERO.
           MOVE ZEROS TO WRK-MAIORNUMERO.
           MOVE 'N'   TO WRK-FIM-PEDIDOS.
           PERFORM UNTIL FIM-PEDIDOS
              READ ARQ-PEDIDOS NEXT RECORD
                 AT END
                    SET FIM-PEDIDOS TO TRUE
                 NOT AT END
                    IF PED-NUMERO GREATER THAN WRK-MAIORNUMERO
                       MOVE PED-NUMERO TO WRK-MAIORNUMERO
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-PEDIDOS.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' PEDIDOS DE COMPRA'.
           DISPLAY ' 1 - EMITIR PEDIDO'.
           DISPLAY ' 2 - CONSULTAR PEDIDO'.
           DISPLAY ' 3 - CANCELAR ITEM'.
           DISPLAY ' 4 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-EMITIR-PEDIDO
              WHEN 2
                 PERFORM 0220-CONSULTAR-PEDIDO
              WHEN 3
                 PERFORM 0230-CANCELAR-ITEM
              WHEN 4
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-EMITIR-PEDIDO.
           MOVE 'S' TO WRK-SW-VALIDO.
           IF NOT FORNECEDORES-ABERTO
              DISPLAY 'CADASTRO FORNECEDORES NAO DISPONIVEL'
              MOVE 'N' TO WRK-SW-VALIDO
           ELSE
              DISPLAY 'CODIGO DO FORNECEDOR '
              ACCEPT WRK-FORNECEDOR
              MOVE WRK-FORNECEDOR TO FOR-CODIGO
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    DISPLAY 'FORNECEDOR NAO CADASTRADO: '
                            WRK-FORNECEDOR
                    MOVE 'N' TO WRK-SW-VALIDO
                 NOT INVALID KEY
                    IF NOT FORNECEDOR-ATIVO
                       DISPLAY 'FORNECEDOR INATIVO: ' FOR-NOME
                       MOVE 'N' TO WRK-SW-VALIDO
                    ELSE
                       DISPLAY 'FORNECEDOR: ' FOR-NOME
                    END-IF
              END-READ
           END-IF.
           IF PEDIDO-VALIDO
              DISPLAY 'PREVISAO DE ENTREGA - ANO '
              ACCEPT WRK-PREVANO
              DISPLAY 'PREVISAO DE ENTREGA - MES '
              ACCEPT WRK-PREVMES
              DISPLAY 'PREVISAO DE ENTREGA - DIA '
              ACCEPT WRK-PREVDIA
              IF WRK-PREVANO LESS THAN WRK-DATAANO
                 OR WRK-PREVMES LESS THAN 1
                 OR WRK-PREVMES GREATER THAN 12
                 OR WRK-PREVDIA LESS THAN 1
                 OR WRK-PREVDIA GREATER THAN 31
                 DISPLAY 'DATA DE PREVISAO INVALIDA: '
                         WRK-PREVDIA '/' WRK-PREVMES '/'
                         WRK-PREVANO
                 MOVE 'N' TO WRK-SW-VALIDO
              END-IF
           END-IF.
           IF PEDIDO-VALIDO
              ADD 1 TO WRK-MAIORNUMERO
              MOVE WRK-MAIORNUMERO TO WRK-NUMERO
              MOVE ZEROS TO WRK-ITEM
              MOVE 'N'   TO WRK-SW-FIMITENS
              DISPLAY 'PEDIDO ' WRK-NUMERO
                      ' - INFORME OS ITENS (PRODUTO EM BRANCO '
                      'ENCERRA)'
              PERFORM 0215-INCLUIR-ITEM
                      UNTIL FIM-ITENS OR WRK-ITEM EQUAL 99
              IF WRK-ITEM EQUAL ZEROS
                 SUBTRACT 1 FROM WRK-MAIORNUMERO
                 DISPLAY 'PEDIDO SEM ITENS - NAO EMITIDO'
              ELSE
                 DISPLAY 'PEDIDO ' WRK-NUMERO ' EMITIDO COM '
                         WRK-ITEM ' ITENS'
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'PEDIDO ' WRK-NUMERO
                        ' FORNECEDOR ' WRK-FORNECEDOR
                        ' ITENS ' WRK-ITEM
                        ' PREVISAO ' WRK-PREVANO WRK-PREVMES
                        WRK-PREVDIA
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              END-IF
           END-IF.

       0215-INCLUIR-ITEM.
           DISPLAY 'CODIGO DO PRODUTO '.
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL SPACES
              SET FIM-ITENS TO TRUE
           ELSE
              MOVE 'S' TO WRK-SW-VALIDO
              IF PRODUTOS-ABERTO
                 MOVE WRK-PRODUTO TO PROD-CODIGO
                 READ ARQ-PRODUTOS
                    INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO: '
                               WRK-PRODUTO
                       MOVE 'N' TO WRK-SW-VALIDO
                    NOT INVALID KEY
                       IF NOT PRODUTO-ATIVO
                          DISPLAY 'PRODUTO INATIVO: '
                                  PROD-DESCRICAO
                          MOVE 'N' TO WRK-SW-VALIDO
                       END-IF
                 END-READ
              END-IF
              IF PEDIDO-VALIDO
                 DISPLAY 'QUANTIDADE PEDIDA '
                 ACCEPT WRK-QTDE
                 DISPLAY 'CUSTO UNITARIO COMBINADO '
                 ACCEPT WRK-CUSTO
                 IF WRK-QTDE EQUAL ZEROS
                    OR WRK-CUSTO EQUAL ZEROS
                    DISPLAY 'QUANTIDADE OU CUSTO INVALIDO - '
                            'ITEM NAO GRAVADO'
                 ELSE
                    ADD 1 TO WRK-ITEM
                    MOVE WRK-NUMERO     TO PED-NUMERO
                    MOVE WRK-ITEM       TO PED-ITEM
                    MOVE WRK-FORNECEDOR TO PED-FORNECEDOR
                    MOVE WRK-DATAANO    TO PED-EMISSAOANO
                    MOVE WRK-DATAMES    TO PED-EMISSAOMES
                    MOVE WRK-DATADIA    TO PED-EMISSAODIA
                    MOVE WRK-PRODUTO    TO PED-PRODUTO
                    MOVE WRK-QTDE       TO PED-QTDEPEDIDA
                    MOVE ZEROS          TO PED-QTDERECEBIDA
                    MOVE WRK-CUSTO      TO PED-CUSTOUNIT
                    MOVE WRK-PREVANO    TO PED-PREVANO
                    MOVE WRK-PREVMES    TO PED-PREVMES
                    MOVE WRK-PREVDIA    TO PED-PREVDIA
                    MOVE 'A'            TO PED-SITUACAO
                    MOVE WRK-OPERADOR-ID TO PED-OPERADOR
                    WRITE REG-PEDIDO
                    DISPLAY 'ITEM ' WRK-ITEM ' GRAVADO'
                 END-IF
              END-IF
           END-IF.

       0220-CONSULTAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO '.
           ACCEPT WRK-NUMERO.
           MOVE 'N'   TO WRK-FIM-PEDIDOS.
           MOVE ZEROS TO WRK-QTDELISTADOS.
           MOVE WRK-NUMERO TO PED-NUMERO.
           MOVE ZEROS      TO PED-ITEM.
           START ARQ-PEDIDOS
                 KEY GREATER THAN OR EQUAL TO PED-CHAVE
              INVALID KEY
                 SET FIM-PEDIDOS TO TRUE
           END-START.
           PERFORM 0225-LISTAR-ITEM UNTIL FIM-PEDIDOS.
           IF WRK-QTDELISTADOS EQUAL ZEROS
              DISPLAY 'PEDIDO NAO ENCONTRADO: ' WRK-NUMERO
           END-IF.

       0225-LISTAR-ITEM.
           READ ARQ-PEDIDOS NEXT RECORD
              AT END
                 SET FIM-PEDIDOS TO TRUE
              NOT AT END
                 IF PED-NUMERO NOT EQUAL WRK-NUMERO
                    SET FIM-PEDIDOS TO TRUE
                 ELSE
                    IF WRK-QTDELISTADOS EQUAL ZEROS
                       DISPLAY 'PEDIDO ' PED-NUMERO
                               ' FORNECEDOR ' PED-FORNECEDOR
                               ' EMISSAO ' PED-EMISSAODIA '/'
                               PED-EMISSAOMES '/' PED-EMISSAOANO
                    END-IF
                    ADD 1 TO WRK-QTDELISTADOS
                    MOVE PED-QTDEPEDIDA   TO WRK-QTDE-ED
                    MOVE PED-QTDERECEBIDA TO WRK-RECEB-ED
                    MOVE PED-CUSTOUNIT    TO WRK-CUSTO-ED
                    DISPLAY 'ITEM ' PED-ITEM
                            ' PRODUTO ' PED-PRODUTO
                            ' PEDIDA ' WRK-QTDE-ED
                            ' RECEBIDA ' WRK-RECEB-ED
                            ' CUSTO ' WRK-CUSTO-ED
                            ' PREVISAO ' PED-PREVDIA '/'
                            PED-PREVMES '/' PED-PREVANO
                            ' SITUACAO ' PED-SITUACAO
                 END-IF
           END-READ.

       0230-CANCELAR-ITEM.
           DISPLAY 'NUMERO DO PEDIDO '.
           ACCEPT WRK-NUMERO.
           DISPLAY 'NUMERO DO ITEM '.
           ACCEPT WRK-ITEM.
           MOVE WRK-NUMERO TO PED-NUMERO.
           MOVE WRK-ITEM   TO PED-ITEM.
           READ ARQ-PEDIDOS
              INVALID KEY
                 DISPLAY 'ITEM NAO ENCONTRADO: ' WRK-NUMERO '/'
                         WRK-ITEM
              NOT INVALID KEY
                 IF NOT PEDIDO-PENDENTE
                    DISPLAY 'ITEM NAO ESTA PENDENTE - SITUACAO '
                            PED-SITUACAO
                 ELSE
                    MOVE 'C' TO PED-SITUACAO
                    REWRITE REG-PEDIDO
                    DISPLAY 'SALDO DO ITEM CANCELADO'
                    MOVE SPACES TO WRK-AUD-DETALHE
                    STRING 'CANCELADO PEDIDO ' PED-NUMERO
                           ' ITEM ' PED-ITEM
                           ' PRODUTO ' PED-PRODUTO
                           ' RECEBIDO ' PED-QTDERECEBIDA
                           ' DE ' PED-QTDEPEDIDA
                           DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                    CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                            WRK-AUD-DETALHE WRK-OPERADOR-ID
                 END-IF
           END-READ.

       0300-FINALIZAR.
           CLOSE ARQ-PEDIDOS.
           IF FORNECEDORES-ABERTO
              CLOSE ARQ-FORNECEDORES
           END-IF.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           DISPLAY 'PEDIDOS DE COMPRA ENCERRADO'.
