       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSICAOLOJAS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: RELATORIO DE REPOSICAO POR LOJA. PARA
      ***             CADA PRODUTO DO SALDOLOJAS APURA A
      ***             NECESSIDADE DE CADA LOJA (MINIMO MENOS O
      ***             SALDO E O QUE JA ESTA A CAMINHO EM
      ***             TRANSFERENCIAS) E A SOBRA DAS DEMAIS
      ***             (SALDO ACIMA DO MINIMO). A NECESSIDADE E
      ***             ATENDIDA PRIMEIRO POR TRANSFERENCIA DAS
      ***             LOJAS COM MAIOR SOBRA; O QUE FALTAR VIRA
      ***             SUGESTAO DE COMPRA, DESCONTADO O QUE JA
      ***             ESTA EM PEDIDO DE COMPRA PENDENTE
      ***             (PEDIDOSCOMPRA). O RELATORIO SAI POR LOJA
      ***             E FICA GUARDADO NO REPOSITORIO DE
      ***             RELATORIOS NA COMPETENCIA CORRENTE
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDOLOJAS ASSIGN TO 'SALDOLOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SLJ-CHAVE
             FILE STATUS IS WRK-FS-SALDOLOJAS.
           SELECT ARQ-TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS TRF-CHAVE
             FILE STATUS IS WRK-FS-TRANSFERENCIAS.
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOSCOMPRA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-CHAVE
             FILE STATUS IS WRK-FS-PEDIDOS.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOLOJAS.
       COPY SALDOLOJAS.
       FD  ARQ-TRANSFERENCIAS.
       COPY TRANSFERENCIAS.
       FD  ARQ-PEDIDOS.
       COPY PEDIDOSCOMPRA.
       FD  ARQ-LOJAS.
       COPY LOJAS.
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-LOJA           PIC 9(03).
           02  CLAS-PRODUTO        PIC X(06).
           02  CLAS-TIPO           PIC X(01).
           02  CLAS-OUTRALOJA      PIC 9(03).
           02  CLAS-QTDE           PIC 9(07).
           02  CLAS-EMPEDIDO       PIC 9(07).
           02  CLAS-SALDO          PIC S9(07).
           02  CLAS-MINIMO         PIC 9(05).
           02  CLAS-TRANSITO       PIC 9(07).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-SALDOLOJAS   PIC X(02) VALUE ZEROS.
       77  WRK-FS-TRANSFERENCIAS PIC X(02) VALUE ZEROS.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
       77  WRK-SW-LOJAS        PIC X(01) VALUE 'N'.
           88  LOJAS-ABERTO              VALUE 'S'.
       77  WRK-SW-PRODUTOS     PIC X(01) VALUE 'N'.
           88  PRODUTOS-ABERTO           VALUE 'S'.
       77  WRK-SW-PROCESSAR    PIC X(01) VALUE 'N'.
           88  PROCESSAR-RELATORIO       VALUE 'S'.
       77  WRK-SW-SEMSOBRA     PIC X(01) VALUE 'N'.
           88  SEM-SOBRA                 VALUE 'S'.
       77  WRK-SW-TEMDADOS     PIC X(01) VALUE 'N'.
           88  TEM-DADOS                 VALUE 'S'.
       77  WRK-FIM-SALDOLOJAS  PIC X(01) VALUE 'N'.
           88  FIM-SALDOLOJAS            VALUE 'S'.
       77  WRK-FIM-TRANSFERENCIAS PIC X(01) VALUE 'N'.
           88  FIM-TRANSFERENCIAS        VALUE 'S'.
       77  WRK-FIM-PEDIDOS     PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS               VALUE 'S'.
       77  WRK-FIM-CLASSIFICA  PIC X(01) VALUE 'N'.
           88  FIM-CLASSIFICA            VALUE 'S'.
       77  WRK-PRODUTO-ANT     PIC X(06) VALUE SPACES.
       77  WRK-LOJA-ANT        PIC 9(03) VALUE ZEROS.
       77  WRK-PRODLOJA-ANT    PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30) VALUE SPACES.
       77  WRK-IDX             PIC 9(03) VALUE ZEROS.
       77  WRK-IDY             PIC 9(03) VALUE ZEROS.
       77  WRK-IDT             PIC 9(03) VALUE ZEROS.
       77  WRK-IDXMAIOR        PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORSOBRA      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDETRANSF      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDECOMPRA      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDECOBERTA     PIC 9(07) VALUE ZEROS.
       77  WRK-FALTACOMPRA     PIC 9(09) VALUE ZEROS.
       77  WRK-EMPEDIDO        PIC 9(07) VALUE ZEROS.
       77  WRK-MAXLOJAS        PIC 9(03) VALUE 100.
       77  WRK-QTDELOJAS       PIC 9(03) VALUE ZEROS.
       77  WRK-LOJASIGNORADAS  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-LOJAS.
           02  WRK-TLJ OCCURS 100 TIMES.
               03  WRK-TLJ-LOJA        PIC 9(03).
               03  WRK-TLJ-SALDO       PIC S9(07).
               03  WRK-TLJ-MINIMO      PIC 9(05).
               03  WRK-TLJ-TRANSITO    PIC 9(07).
               03  WRK-TLJ-NECESSIDADE PIC 9(07).
               03  WRK-TLJ-SOBRA       PIC 9(07).
       77  WRK-MAXTRANSITO     PIC 9(03) VALUE 500.
       77  WRK-QTDETRANSITO    PIC 9(03) VALUE ZEROS.
       77  WRK-TRANSIGNORADOS  PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-TRANSITO.
           02  WRK-TTR OCCURS 500 TIMES.
               03  WRK-TTR-PRODUTO     PIC X(06).
               03  WRK-TTR-LOJA        PIC 9(03).
               03  WRK-TTR-QTDE        PIC 9(05).
       77  WRK-QTDELOJASREL    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDESUGTRANSF   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDESUGCOMPRA   PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-ED        PIC -Z.ZZZ.ZZ9.
       77  WRK-MINIMO-ED       PIC Z.ZZZ.ZZ9.
       77  WRK-TRANSITO-ED     PIC Z.ZZZ.ZZ9.
       77  WRK-QTDE-ED         PIC Z.ZZZ.ZZ9.
       77  WRK-EMPEDIDO-ED     PIC Z.ZZZ.ZZ9.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'REPOSICAOLOJAS'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF PROCESSAR-RELATORIO
               SORT ARQ-CLASSIFICA
                    ON ASCENDING KEY CLAS-LOJA CLAS-PRODUTO
                                     CLAS-TIPO CLAS-OUTRALOJA
                    INPUT PROCEDURE IS 0200-CALCULAR-SUGESTOES
                    OUTPUT PROCEDURE IS 0300-IMPRIMIR
               PERFORM 0400-FINALIZAR
            END-IF.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-SALDOLOJAS.
           IF WRK-FS-SALDOLOJAS NOT EQUAL '00'
              DISPLAY 'SEM SALDOS POR LOJA CADASTRADOS - '
                      'RELATORIO NAO EMITIDO'
           ELSE
              CLOSE ARQ-SALDOLOJAS
              SET PROCESSAR-RELATORIO TO TRUE
              PERFORM 0110-CARREGAR-TRANSITO
              OPEN INPUT ARQ-LOJAS
              IF WRK-FS-LOJAS EQUAL '00'
                 SET LOJAS-ABERTO TO TRUE
              END-IF
              OPEN INPUT ARQ-PRODUTOS
              IF WRK-FS-PRODUTOS EQUAL '00'
                 SET PRODUTOS-ABERTO TO TRUE
              END-IF
           END-IF.

       0110-CARREGAR-TRANSITO.
           MOVE ZEROS TO WRK-QTDETRANSITO.
           MOVE ZEROS TO WRK-TRANSIGNORADOS.
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
                    IF TRANSF-EM-TRANSITO
                       IF WRK-QTDETRANSITO LESS THAN WRK-MAXTRANSITO
                          ADD 1 TO WRK-QTDETRANSITO
                          MOVE TRF-PRODUTO
                            TO WRK-TTR-PRODUTO(WRK-QTDETRANSITO)
                          MOVE TRF-LOJADESTINO
                            TO WRK-TTR-LOJA(WRK-QTDETRANSITO)
                          MOVE TRF-QTDE
                            TO WRK-TTR-QTDE(WRK-QTDETRANSITO)
                       ELSE
                          ADD 1 TO WRK-TRANSIGNORADOS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-TRANSFERENCIAS EQUAL '00'
              OR WRK-FS-TRANSFERENCIAS EQUAL '10'
              CLOSE ARQ-TRANSFERENCIAS
           END-IF.
           IF WRK-TRANSIGNORADOS GREATER THAN ZEROS
              DISPLAY 'LIMITE DE ' WRK-MAXTRANSITO
                      ' ITENS EM TRANSITO - ' WRK-TRANSIGNORADOS
                      ' NAO CONSIDERADOS'
           END-IF.

       0200-CALCULAR-SUGESTOES.
           MOVE 'N'    TO WRK-FIM-SALDOLOJAS.
           MOVE ZEROS  TO WRK-QTDELOJAS.
           MOVE ZEROS  TO WRK-LOJASIGNORADAS.
           MOVE SPACES TO WRK-PRODUTO-ANT.
           OPEN INPUT ARQ-SALDOLOJAS.
           PERFORM 0210-LER-SALDOLOJA UNTIL FIM-SALDOLOJAS.
           CLOSE ARQ-SALDOLOJAS.
           IF WRK-QTDELOJAS GREATER THAN ZEROS
              PERFORM 0220-SUGERIR-PRODUTO
           END-IF.
           IF WRK-LOJASIGNORADAS GREATER THAN ZEROS
              DISPLAY 'LIMITE DE ' WRK-MAXLOJAS
                      ' LOJAS POR PRODUTO - ' WRK-LOJASIGNORADAS
                      ' SALDOS NAO CONSIDERADOS'
           END-IF.

       0210-LER-SALDOLOJA.
           READ ARQ-SALDOLOJAS NEXT RECORD
              AT END
                 SET FIM-SALDOLOJAS TO TRUE
              NOT AT END
                 IF SLJ-PRODUTO NOT EQUAL WRK-PRODUTO-ANT
                    AND WRK-QTDELOJAS GREATER THAN ZEROS
                    PERFORM 0220-SUGERIR-PRODUTO
                    MOVE ZEROS TO WRK-QTDELOJAS
                 END-IF
                 MOVE SLJ-PRODUTO TO WRK-PRODUTO-ANT
                 IF WRK-QTDELOJAS LESS THAN WRK-MAXLOJAS
                    ADD 1 TO WRK-QTDELOJAS
                    PERFORM 0215-GUARDAR-LOJA
                 ELSE
                    ADD 1 TO WRK-LOJASIGNORADAS
                 END-IF
           END-READ.

       0215-GUARDAR-LOJA.
           MOVE WRK-QTDELOJAS TO WRK-IDX.
           MOVE SLJ-LOJA   TO WRK-TLJ-LOJA(WRK-IDX).
           MOVE SLJ-SALDO  TO WRK-TLJ-SALDO(WRK-IDX).
           MOVE SLJ-MINIMO TO WRK-TLJ-MINIMO(WRK-IDX).
           MOVE ZEROS      TO WRK-TLJ-TRANSITO(WRK-IDX).
           MOVE ZEROS      TO WRK-TLJ-NECESSIDADE(WRK-IDX).
           MOVE ZEROS      TO WRK-TLJ-SOBRA(WRK-IDX).
           PERFORM VARYING WRK-IDT FROM 1 BY 1
                   UNTIL WRK-IDT GREATER THAN WRK-QTDETRANSITO
              IF WRK-TTR-PRODUTO(WRK-IDT) EQUAL SLJ-PRODUTO
                 AND WRK-TTR-LOJA(WRK-IDT) EQUAL SLJ-LOJA
                 ADD WRK-TTR-QTDE(WRK-IDT)
                  TO WRK-TLJ-TRANSITO(WRK-IDX)
              END-IF
           END-PERFORM.
           IF SLJ-SALDO + WRK-TLJ-TRANSITO(WRK-IDX)
              LESS THAN SLJ-MINIMO
              COMPUTE WRK-TLJ-NECESSIDADE(WRK-IDX) = SLJ-MINIMO
                    - SLJ-SALDO - WRK-TLJ-TRANSITO(WRK-IDX)
           END-IF.
           IF SLJ-SALDO GREATER THAN SLJ-MINIMO
              COMPUTE WRK-TLJ-SOBRA(WRK-IDX) = SLJ-SALDO
                    - SLJ-MINIMO
           END-IF.

       0220-SUGERIR-PRODUTO.
           MOVE ZEROS TO WRK-FALTACOMPRA.
           PERFORM 0230-ATENDER-LOJA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN WRK-QTDELOJAS.
           IF WRK-FALTACOMPRA GREATER THAN ZEROS
              PERFORM 0250-SUGERIR-COMPRA
           END-IF.

       0230-ATENDER-LOJA.
           IF WRK-TLJ-NECESSIDADE(WRK-IDX) GREATER THAN ZEROS
              MOVE 'N' TO WRK-SW-SEMSOBRA
              PERFORM 0235-TRANSFERIR-SOBRA
                      UNTIL WRK-TLJ-NECESSIDADE(WRK-IDX) EQUAL ZEROS
                         OR SEM-SOBRA
              ADD WRK-TLJ-NECESSIDADE(WRK-IDX) TO WRK-FALTACOMPRA
           END-IF.

       0235-TRANSFERIR-SOBRA.
           MOVE ZEROS TO WRK-IDXMAIOR.
           MOVE ZEROS TO WRK-MAIORSOBRA.
           PERFORM 0237-PROCURAR-SOBRA
                   VARYING WRK-IDY FROM 1 BY 1
                   UNTIL WRK-IDY GREATER THAN WRK-QTDELOJAS.
           IF WRK-MAIORSOBRA EQUAL ZEROS
              SET SEM-SOBRA TO TRUE
           ELSE
              IF WRK-MAIORSOBRA LESS THAN
                 WRK-TLJ-NECESSIDADE(WRK-IDX)
                 MOVE WRK-MAIORSOBRA TO WRK-QTDETRANSF
              ELSE
                 MOVE WRK-TLJ-NECESSIDADE(WRK-IDX) TO WRK-QTDETRANSF
              END-IF
              SUBTRACT WRK-QTDETRANSF
                  FROM WRK-TLJ-NECESSIDADE(WRK-IDX)
              SUBTRACT WRK-QTDETRANSF
                  FROM WRK-TLJ-SOBRA(WRK-IDXMAIOR)
              PERFORM 0240-LIBERAR-TRANSFERENCIA
           END-IF.

       0237-PROCURAR-SOBRA.
           IF WRK-IDY NOT EQUAL WRK-IDX
              AND WRK-TLJ-SOBRA(WRK-IDY) GREATER THAN WRK-MAIORSOBRA
              MOVE WRK-IDY                TO WRK-IDXMAIOR
              MOVE WRK-TLJ-SOBRA(WRK-IDY) TO WRK-MAIORSOBRA
           END-IF.

       0240-LIBERAR-TRANSFERENCIA.
           MOVE WRK-TLJ-LOJA(WRK-IDX)      TO CLAS-LOJA.
           MOVE WRK-PRODUTO-ANT            TO CLAS-PRODUTO.
           MOVE 'R'                        TO CLAS-TIPO.
           MOVE WRK-TLJ-LOJA(WRK-IDXMAIOR) TO CLAS-OUTRALOJA.
           MOVE WRK-QTDETRANSF             TO CLAS-QTDE.
           MOVE ZEROS                      TO CLAS-EMPEDIDO.
           MOVE WRK-TLJ-SALDO(WRK-IDX)     TO CLAS-SALDO.
           MOVE WRK-TLJ-MINIMO(WRK-IDX)    TO CLAS-MINIMO.
           MOVE WRK-TLJ-TRANSITO(WRK-IDX)  TO CLAS-TRANSITO.
           RELEASE REG-CLASSIFICA.
           MOVE WRK-TLJ-LOJA(WRK-IDXMAIOR)     TO CLAS-LOJA.
           MOVE 'E'                            TO CLAS-TIPO.
           MOVE WRK-TLJ-LOJA(WRK-IDX)          TO CLAS-OUTRALOJA.
           MOVE WRK-TLJ-SALDO(WRK-IDXMAIOR)    TO CLAS-SALDO.
           MOVE WRK-TLJ-MINIMO(WRK-IDXMAIOR)   TO CLAS-MINIMO.
           MOVE WRK-TLJ-TRANSITO(WRK-IDXMAIOR) TO CLAS-TRANSITO.
           RELEASE REG-CLASSIFICA.
           ADD 1 TO WRK-QTDESUGTRANSF.

       0250-SUGERIR-COMPRA.
           PERFORM 0260-SOMAR-EMPEDIDO.
           PERFORM 0255-LIBERAR-COMPRA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER THAN WRK-QTDELOJAS.

       0255-LIBERAR-COMPRA.
           IF WRK-TLJ-NECESSIDADE(WRK-IDX) GREATER THAN ZEROS
              IF WRK-EMPEDIDO NOT LESS THAN
                 WRK-TLJ-NECESSIDADE(WRK-IDX)
                 MOVE WRK-TLJ-NECESSIDADE(WRK-IDX) TO WRK-QTDECOBERTA
              ELSE
                 MOVE WRK-EMPEDIDO TO WRK-QTDECOBERTA
              END-IF
              SUBTRACT WRK-QTDECOBERTA FROM WRK-EMPEDIDO
              COMPUTE WRK-QTDECOMPRA = WRK-TLJ-NECESSIDADE(WRK-IDX)
                    - WRK-QTDECOBERTA
              MOVE WRK-TLJ-LOJA(WRK-IDX)     TO CLAS-LOJA
              MOVE WRK-PRODUTO-ANT           TO CLAS-PRODUTO
              MOVE 'C'                       TO CLAS-TIPO
              MOVE ZEROS                     TO CLAS-OUTRALOJA
              MOVE WRK-QTDECOMPRA            TO CLAS-QTDE
              MOVE WRK-QTDECOBERTA           TO CLAS-EMPEDIDO
              MOVE WRK-TLJ-SALDO(WRK-IDX)    TO CLAS-SALDO
              MOVE WRK-TLJ-MINIMO(WRK-IDX)   TO CLAS-MINIMO
              MOVE WRK-TLJ-TRANSITO(WRK-IDX) TO CLAS-TRANSITO
              RELEASE REG-CLASSIFICA
              IF WRK-QTDECOMPRA GREATER THAN ZEROS
                 ADD 1 TO WRK-QTDESUGCOMPRA
              END-IF
           END-IF.

       0260-SOMAR-EMPEDIDO.
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
                    IF PED-PRODUTO EQUAL WRK-PRODUTO-ANT
                       AND PEDIDO-PENDENTE
                       COMPUTE WRK-EMPEDIDO = WRK-EMPEDIDO
                             + PED-QTDEPEDIDA - PED-QTDERECEBIDA
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-PEDIDOS EQUAL '00' OR WRK-FS-PEDIDOS EQUAL '10'
              CLOSE ARQ-PEDIDOS
           END-IF.

       0300-IMPRIMIR.
           PERFORM 0950-ABRIR-SPOOL.
           STRING 'REPOSICAO POR LOJA - EMITIDO EM ' WRK-DATADIA '/'
                  WRK-DATAMES '/' WRK-DATAANO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           MOVE 'N'    TO WRK-FIM-CLASSIFICA.
           MOVE 'N'    TO WRK-SW-TEMDADOS.
           MOVE ZEROS  TO WRK-QTDELOJASREL.
           MOVE SPACES TO WRK-PRODLOJA-ANT.
           PERFORM 0310-IMPRIMIR-SUGESTAO UNTIL FIM-CLASSIFICA.
           IF NOT TEM-DADOS
              MOVE 'NENHUMA LOJA ABAIXO DO MINIMO' TO WRK-SPL-LINHA
              PERFORM 0960-IMPRIMIR-LINHA
           END-IF.
           MOVE '=============================================='
             TO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.
           STRING 'LOJAS ' WRK-QTDELOJASREL
                  ' - TRANSFERENCIAS SUGERIDAS ' WRK-QTDESUGTRANSF
                  ' - COMPRAS SUGERIDAS ' WRK-QTDESUGCOMPRA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0310-IMPRIMIR-SUGESTAO.
           RETURN ARQ-CLASSIFICA
              AT END
                 SET FIM-CLASSIFICA TO TRUE
              NOT AT END
                 IF NOT TEM-DADOS
                    OR CLAS-LOJA NOT EQUAL WRK-LOJA-ANT
                    SET TEM-DADOS TO TRUE
                    MOVE CLAS-LOJA TO WRK-LOJA-ANT
                    MOVE SPACES    TO WRK-PRODLOJA-ANT
                    ADD 1 TO WRK-QTDELOJASREL
                    PERFORM 0320-IMPRIMIR-LOJA
                 END-IF
                 IF CLAS-PRODUTO NOT EQUAL WRK-PRODLOJA-ANT
                    MOVE CLAS-PRODUTO TO WRK-PRODLOJA-ANT
                    PERFORM 0330-IMPRIMIR-PRODUTO
                 END-IF
                 PERFORM 0340-IMPRIMIR-ACAO
           END-RETURN.

       0320-IMPRIMIR-LOJA.
           MOVE '*** NAO CADASTRADA ***' TO LOJ-NOME.
           IF LOJAS-ABERTO
              MOVE CLAS-LOJA TO LOJ-CODIGO
              READ ARQ-LOJAS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADA ***' TO LOJ-NOME
              END-READ
           END-IF.
           STRING 'LOJA ' CLAS-LOJA ' ' LOJ-NOME
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0330-IMPRIMIR-PRODUTO.
           MOVE SPACES TO WRK-DESCRICAO.
           IF PRODUTOS-ABERTO
              MOVE CLAS-PRODUTO TO PROD-CODIGO
              READ ARQ-PRODUTOS
                 INVALID KEY
                    MOVE '*** NAO CADASTRADO ***' TO WRK-DESCRICAO
                 NOT INVALID KEY
                    MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.
           MOVE CLAS-SALDO    TO WRK-SALDO-ED.
           MOVE CLAS-MINIMO   TO WRK-MINIMO-ED.
           MOVE CLAS-TRANSITO TO WRK-TRANSITO-ED.
           STRING '  PRODUTO ' CLAS-PRODUTO ' ' WRK-DESCRICAO
                  ' SALDO ' WRK-SALDO-ED
                  ' MINIMO ' WRK-MINIMO-ED
                  ' A CAMINHO ' WRK-TRANSITO-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0960-IMPRIMIR-LINHA.

       0340-IMPRIMIR-ACAO.
           MOVE CLAS-QTDE     TO WRK-QTDE-ED.
           MOVE CLAS-EMPEDIDO TO WRK-EMPEDIDO-ED.
           EVALUATE CLAS-TIPO
              WHEN 'R'
                 STRING '     RECEBER POR TRANSFERENCIA ' WRK-QTDE-ED
                        ' DA LOJA ' CLAS-OUTRALOJA
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
              WHEN 'E'
                 STRING '     ENVIAR POR TRANSFERENCIA  ' WRK-QTDE-ED
                        ' PARA A LOJA ' CLAS-OUTRALOJA
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
              WHEN OTHER
                 IF CLAS-QTDE EQUAL ZEROS
                    STRING '     COBERTO POR PEDIDO DE COMPRA '
                           WRK-EMPEDIDO-ED
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 ELSE
                    STRING '     COMPRAR                   '
                           WRK-QTDE-ED
                           ' (JA EM PEDIDO ' WRK-EMPEDIDO-ED ')'
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 END-IF
           END-EVALUATE.
           PERFORM 0960-IMPRIMIR-LINHA.

       0400-FINALIZAR.
           PERFORM 0970-FECHAR-SPOOL.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'REPOSICAO POR LOJA LOJAS ' WRK-QTDELOJASREL
                  ' TRANSFERENCIAS ' WRK-QTDESUGTRANSF
                  ' COMPRAS ' WRK-QTDESUGCOMPRA
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0950-ABRIR-SPOOL.
           MOVE 'REPOSICAO POR LOJA' TO WRK-SPL-RELATORIO.
           MOVE WRK-DATASISTEMA(1:6) TO WRK-SPL-COMPETENCIA.
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
