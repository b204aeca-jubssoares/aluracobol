       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBERMERCADORIA.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: RECEBIMENTO DE MERCADORIA CONTRA UM
      ***             PEDIDO DE COMPRA EM ABERTO. PARA CADA
      ***             ITEM PENDENTE E INFORMADA A QUANTIDADE
      ***             QUE CHEGOU, A ENTRADA E POSTADA NO
      ***             ESTOQUE PELO MOVIMENTARESTOQUE (FUNCAO E)
      ***             AO CUSTO UNITARIO COMBINADO NO PEDIDO,
      ***             QUE ENTRA NO CUSTO MEDIO DO PRODUTO,
      ***             E O ITEM FICA PARCIAL (P) OU RECEBIDO (R)
      ***             CONFORME O QUE AINDA FALTA ENTREGAR.
      ***             A MERCADORIA ENTRA NO SALDO DA LOJA DE
      ***             RECEBIMENTO INFORMADA PARA O PEDIDO
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
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS.
       COPY PEDIDOSCOMPRA.
       FD  ARQ-LOJAS.
       COPY LOJAS.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE ZEROS.
       77  WRK-SW-PEDIDOS      PIC X(01) VALUE 'N'.
           88  PEDIDOS-ABERTO            VALUE 'S'.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-SW-LOJAS        PIC X(01) VALUE 'N'.
           88  LOJAS-ABERTO              VALUE 'S'.
       77  WRK-SW-LOJAVALIDA   PIC X(01) VALUE 'N'.
           88  LOJA-VALIDA               VALUE 'S'.
       77  WRK-LOJA            PIC 9(03) VALUE ZEROS.
       77  WRK-SW-ENCERRAR     PIC X(01) VALUE 'N'.
           88  RECEBIMENTO-ENCERRADO     VALUE 'S'.
       77  WRK-FIM-PEDIDOS     PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS               VALUE 'S'.
       77  WRK-NUMERO          PIC 9(06) VALUE ZEROS.
       77  WRK-QTDEITENS       PIC 9(02) VALUE ZEROS.
       77  WRK-QTDEPENDENTES   PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE            PIC 9(05) VALUE ZEROS.
       77  WRK-FALTA           PIC 9(05) VALUE ZEROS.
       77  WRK-PRODUTO         PIC X(06) VALUE SPACES.
       77  WRK-EST-FUNCAO      PIC X(01) VALUE SPACES.
       77  WRK-EST-QTDE        PIC S9(05) VALUE ZEROS.
       77  WRK-EST-SALDO       PIC S9(07) VALUE ZEROS.
       77  WRK-EST-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EST-OK          PIC X(01) VALUE 'S'.
           88  ESTOQUE-OK                VALUE 'S'.
       77  WRK-QTDE-ED         PIC ZZ.ZZ9.
       77  WRK-FALTA-ED        PIC ZZ.ZZ9.
       77  WRK-SALDO-ED        PIC -Z.ZZZ.ZZ9.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'RECEBERMERCADORIA'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL RECEBIMENTO-ENCERRADO.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           OPEN I-O ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
              DISPLAY 'ARQUIVO PEDIDOSCOMPRA NAO DISPONIVEL - '
                      'NAO HA PEDIDOS A RECEBER'
              SET RECEBIMENTO-ENCERRADO TO TRUE
           ELSE
              SET PEDIDOS-ABERTO TO TRUE
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
           DISPLAY ' RECEBIMENTO DE MERCADORIA'.
           DISPLAY '========================================'.
           DISPLAY 'NUMERO DO PEDIDO (ZERO ENCERRA) '.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO EQUAL ZEROS
              SET RECEBIMENTO-ENCERRADO TO TRUE
           ELSE
              DISPLAY 'LOJA DE RECEBIMENTO '
              ACCEPT WRK-LOJA
              PERFORM 0205-VALIDAR-LOJA
           END-IF.
           IF WRK-NUMERO NOT EQUAL ZEROS AND LOJA-VALIDA
              MOVE 'N'   TO WRK-FIM-PEDIDOS
              MOVE ZEROS TO WRK-QTDEITENS
              MOVE ZEROS TO WRK-QTDEPENDENTES
              MOVE WRK-NUMERO TO PED-NUMERO
              MOVE ZEROS      TO PED-ITEM
              START ARQ-PEDIDOS
                    KEY GREATER THAN OR EQUAL TO PED-CHAVE
                 INVALID KEY
                    SET FIM-PEDIDOS TO TRUE
              END-START
              PERFORM 0210-LER-ITEM UNTIL FIM-PEDIDOS
              EVALUATE TRUE
                 WHEN WRK-QTDEITENS EQUAL ZEROS
                    DISPLAY 'PEDIDO NAO ENCONTRADO: ' WRK-NUMERO
                 WHEN WRK-QTDEPENDENTES EQUAL ZEROS
                    DISPLAY 'PEDIDO SEM ITENS PENDENTES: '
                            WRK-NUMERO
                 WHEN OTHER
                    DISPLAY 'RECEBIMENTO DO PEDIDO ' WRK-NUMERO
                            ' CONCLUIDO'
              END-EVALUATE
           END-IF.

       0205-VALIDAR-LOJA.
           MOVE 'S' TO WRK-SW-LOJAVALIDA.
           IF WRK-LOJA EQUAL ZEROS
              DISPLAY 'LOJA DE RECEBIMENTO OBRIGATORIA'
              MOVE 'N' TO WRK-SW-LOJAVALIDA
           ELSE
              IF LOJAS-ABERTO
                 MOVE WRK-LOJA TO LOJ-CODIGO
                 READ ARQ-LOJAS
                    INVALID KEY
                       DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                       MOVE 'N' TO WRK-SW-LOJAVALIDA
                    NOT INVALID KEY
                       IF LOJA-ATIVA
                          DISPLAY 'LOJA: ' LOJ-NOME
                       ELSE
                          DISPLAY 'LOJA INATIVA: ' WRK-LOJA
                          MOVE 'N' TO WRK-SW-LOJAVALIDA
                       END-IF
                 END-READ
              END-IF
           END-IF.

       0210-LER-ITEM.
           READ ARQ-PEDIDOS NEXT RECORD
              AT END
                 SET FIM-PEDIDOS TO TRUE
              NOT AT END
                 IF PED-NUMERO NOT EQUAL WRK-NUMERO
                    SET FIM-PEDIDOS TO TRUE
                 ELSE
                    ADD 1 TO WRK-QTDEITENS
                    IF PEDIDO-PENDENTE
                       ADD 1 TO WRK-QTDEPENDENTES
                       PERFORM 0220-RECEBER-ITEM
                    END-IF
                 END-IF
           END-READ.

       0220-RECEBER-ITEM.
           COMPUTE WRK-FALTA = PED-QTDEPEDIDA - PED-QTDERECEBIDA.
           MOVE WRK-FALTA TO WRK-FALTA-ED.
           DISPLAY 'ITEM ' PED-ITEM ' PRODUTO ' PED-PRODUTO
                   ' A RECEBER ' WRK-FALTA-ED.
           DISPLAY 'QUANTIDADE RECEBIDA (ZERO = NADA CHEGOU) '.
           ACCEPT WRK-QTDE.
           IF WRK-QTDE EQUAL ZEROS
              CONTINUE
           ELSE
              IF WRK-QTDE GREATER THAN WRK-FALTA
                 DISPLAY 'QUANTIDADE MAIOR QUE O SALDO DO PEDIDO - '
                         'ITEM NAO RECEBIDO'
              ELSE
                 MOVE PED-PRODUTO TO WRK-PRODUTO
                 MOVE 'E'         TO WRK-EST-FUNCAO
                 MOVE WRK-QTDE    TO WRK-EST-QTDE
                 MOVE PED-CUSTOUNIT TO WRK-EST-CUSTO
                 CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                         WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                         WRK-EST-OK WRK-EST-CUSTO WRK-LOJA
                 ADD WRK-QTDE TO PED-QTDERECEBIDA
                 IF PED-QTDERECEBIDA LESS THAN PED-QTDEPEDIDA
                    MOVE 'P' TO PED-SITUACAO
                 ELSE
                    MOVE 'R' TO PED-SITUACAO
                 END-IF
                 REWRITE REG-PEDIDO
                 MOVE WRK-EST-SALDO TO WRK-SALDO-ED
                 MOVE WRK-QTDE      TO WRK-QTDE-ED
                 DISPLAY 'ENTRADA DE ' WRK-QTDE-ED
                         ' GRAVADA - SALDO ' WRK-SALDO-ED
                         ' - ITEM ' PED-SITUACAO
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'RECEBIDO PEDIDO ' PED-NUMERO
                        ' ITEM ' PED-ITEM
                        ' PRODUTO ' PED-PRODUTO
                        ' QTDE ' WRK-QTDE
                        ' SITUACAO ' PED-SITUACAO
                        ' LOJA ' WRK-LOJA
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              END-IF
           END-IF.

       0300-FINALIZAR.
           IF PEDIDOS-ABERTO
              CLOSE ARQ-PEDIDOS
           END-IF.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           DISPLAY 'RECEBIMENTO DE MERCADORIA ENCERRADO'.
