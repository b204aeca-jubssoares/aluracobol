       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERIRESTOQUE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: TRANSFERENCIA DE MERCADORIA ENTRE LOJAS.
      ***             O DOCUMENTO TEM UMA LOJA DE ORIGEM, UMA
      ***             DE DESTINO E UM ITEM POR PRODUTO; O
      ***             NUMERO E O MAIOR JA EMITIDO MAIS UM. NO
      ***             ENVIO CADA ITEM SAI DO SALDO DA ORIGEM
      ***             PELO MOVIMENTARESTOQUE (FUNCAO T) E FICA
      ***             EM TRANSITO (SE O ITEM NAO PUDER SER
      ***             GRAVADO A QUANTIDADE VOLTA PARA A ORIGEM);
      ***             NO RECEBIMENTO ENTRA NO
      ***             SALDO DO DESTINO (FUNCAO R). O ITEM AINDA
      ***             EM TRANSITO PODE SER CANCELADO, VOLTANDO
      ***             A QUANTIDADE PARA A ORIGEM. O TOTAL DA
      ***             EMPRESA NO SALDOESTOQUE NAO SE ALTERA.
      ***             DIFERENCA NA CHEGADA E TRATADA POR AJUSTE
      ***             NO CONTROLARESTOQUE. A CONSULTA E A LISTA
      ***             DE MERCADORIAS EM TRANSITO VAO TAMBEM PARA
      ***             O SPOOL DE RELATORIOS
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TRF-CHAVE
             FILE STATUS IS WRK-FS-TRANSFERENCIAS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRANSFERENCIAS.
       COPY TRANSFERENCIAS.
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
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-TRANSFERENCIAS PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
       77  WRK-SW-LOJAS        PIC X(01) VALUE 'N'.
           88  LOJAS-ABERTO              VALUE 'S'.
       77  WRK-SW-PRODUTOS     PIC X(01) VALUE 'N'.
           88  PRODUTOS-ABERTO           VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 6.
       77  WRK-MAIORNUMERO     PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO          PIC 9(06) VALUE ZEROS.
       77  WRK-ITEM            PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA            PIC 9(03) VALUE ZEROS.
       77  WRK-LOJAORIGEM      PIC 9(03) VALUE ZEROS.
       77  WRK-LOJADESTINO     PIC 9(03) VALUE ZEROS.
       77  WRK-PRODUTO         PIC X(06) VALUE SPACES.
       77  WRK-QTDE            PIC 9(05) VALUE ZEROS.
       77  WRK-CONFIRMA        PIC X(01) VALUE SPACES.
       77  WRK-SW-VALIDO       PIC X(01) VALUE 'S'.
           88  TRANSFERENCIA-VALIDA      VALUE 'S'.
       77  WRK-SW-FIMITENS     PIC X(01) VALUE 'N'.
           88  FIM-ITENS                 VALUE 'S'.
       77  WRK-FIM-TRANSFERENCIAS PIC X(01) VALUE 'N'.
           88  FIM-TRANSFERENCIAS        VALUE 'S'.
       77  WRK-QTDELISTADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDERECEBIDOS   PIC 9(02) VALUE ZEROS.
       77  WRK-EST-FUNCAO      PIC X(01) VALUE SPACES.
       77  WRK-EST-QTDE        PIC S9(05) VALUE ZEROS.
       77  WRK-EST-SALDO       PIC S9(07) VALUE ZEROS.
       77  WRK-EST-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EST-OK          PIC X(01) VALUE 'S'.
           88  ESTOQUE-OK                VALUE 'S'.
       77  WRK-QTDE-ED         PIC ZZ.ZZ9.
       77  WRK-SALDO-ED        PIC -Z.ZZZ.ZZ9.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'TRANSFERIRESTOQUE'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-TRANSFERENCIAS.
           IF WRK-FS-TRANSFERENCIAS EQUAL '35'
              OPEN OUTPUT ARQ-TRANSFERENCIAS
              CLOSE ARQ-TRANSFERENCIAS
              OPEN I-O ARQ-TRANSFERENCIAS
           END-IF.
           PERFORM 0110-OBTER-MAIOR-NUMERO.
           OPEN INPUT ARQ-LOJAS.
           IF WRK-FS-LOJAS EQUAL '00'
              SET LOJAS-ABERTO TO TRUE
           ELSE
              DISPLAY 'CADASTRO LOJAS NAO DISPONIVEL - '
                      'TRANSFERENCIAS NAO PODERAO SER ENVIADAS'
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
           MOVE 'N'   TO WRK-FIM-TRANSFERENCIAS.
           PERFORM UNTIL FIM-TRANSFERENCIAS
              READ ARQ-TRANSFERENCIAS NEXT RECORD
                 AT END
                    SET FIM-TRANSFERENCIAS TO TRUE
                 NOT AT END
                    IF TRF-NUMERO GREATER THAN WRK-MAIORNUMERO
                       MOVE TRF-NUMERO TO WRK-MAIORNUMERO
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-TRANSFERENCIAS.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' TRANSFERENCIA DE ESTOQUE ENTRE LOJAS'.
           DISPLAY ' 1 - ENVIAR TRANSFERENCIA'.
           DISPLAY ' 2 - RECEBER TRANSFERENCIA'.
           DISPLAY ' 3 - CONSULTAR TRANSFERENCIA'.
           DISPLAY ' 4 - CANCELAR ITEM EM TRANSITO'.
           DISPLAY ' 5 - MERCADORIAS EM TRANSITO'.
           DISPLAY ' 6 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-ENVIAR-TRANSFERENCIA
              WHEN 2
                 PERFORM 0220-RECEBER-TRANSFERENCIA
              WHEN 3
                 PERFORM 0230-CONSULTAR-TRANSFERENCIA
              WHEN 4
                 PERFORM 0240-CANCELAR-ITEM
              WHEN 5
                 PERFORM 0250-LISTAR-EMTRANSITO
              WHEN 6
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-ENVIAR-TRANSFERENCIA.
           MOVE 'S' TO WRK-SW-VALIDO.
           IF NOT LOJAS-ABERTO
              DISPLAY 'CADASTRO LOJAS NAO DISPONIVEL'
              MOVE 'N' TO WRK-SW-VALIDO
           ELSE
              DISPLAY 'LOJA DE ORIGEM '
              ACCEPT WRK-LOJA
              PERFORM 0260-VALIDAR-LOJA
              MOVE WRK-LOJA TO WRK-LOJAORIGEM
           END-IF.
           IF TRANSFERENCIA-VALIDA
              DISPLAY 'LOJA DE DESTINO '
              ACCEPT WRK-LOJA
              PERFORM 0260-VALIDAR-LOJA
              MOVE WRK-LOJA TO WRK-LOJADESTINO
           END-IF.
           IF TRANSFERENCIA-VALIDA
              AND WRK-LOJAORIGEM EQUAL WRK-LOJADESTINO
              DISPLAY 'ORIGEM E DESTINO DEVEM SER LOJAS DIFERENTES'
              MOVE 'N' TO WRK-SW-VALIDO
           END-IF.
           IF TRANSFERENCIA-VALIDA
              ADD 1 TO WRK-MAIORNUMERO
              MOVE WRK-MAIORNUMERO TO WRK-NUMERO
              MOVE ZEROS TO WRK-ITEM
              MOVE 'N'   TO WRK-SW-FIMITENS
              DISPLAY 'TRANSFERENCIA ' WRK-NUMERO
                      ' - INFORME OS ITENS (PRODUTO EM BRANCO '
                      'ENCERRA)'
              PERFORM 0215-ENVIAR-ITEM
                      UNTIL FIM-ITENS OR WRK-ITEM EQUAL 99
              IF WRK-ITEM EQUAL ZEROS
                 SUBTRACT 1 FROM WRK-MAIORNUMERO
                 DISPLAY 'TRANSFERENCIA SEM ITENS - NAO EMITIDA'
              ELSE
                 DISPLAY 'TRANSFERENCIA ' WRK-NUMERO
                         ' ENVIADA COM ' WRK-ITEM ' ITENS'
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'TRANSFERENCIA ' WRK-NUMERO
                        ' ENVIADA DA LOJA ' WRK-LOJAORIGEM
                        ' PARA A LOJA ' WRK-LOJADESTINO
                        ' ITENS ' WRK-ITEM
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              END-IF
           END-IF.

       0215-ENVIAR-ITEM.
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
              IF TRANSFERENCIA-VALIDA
                 DISPLAY 'QUANTIDADE A TRANSFERIR '
                 ACCEPT WRK-QTDE
                 IF WRK-QTDE EQUAL ZEROS
                    DISPLAY 'QUANTIDADE INVALIDA - ITEM NAO GRAVADO'
                 ELSE
                    PERFORM 0217-GRAVAR-ITEM
                 END-IF
              END-IF
           END-IF.

       0217-GRAVAR-ITEM.
           MOVE 'T'            TO WRK-EST-FUNCAO.
           MOVE WRK-QTDE       TO WRK-EST-QTDE.
           MOVE WRK-LOJAORIGEM TO WRK-LOJA.
           PERFORM 0280-MOVIMENTAR.
           IF NOT ESTOQUE-OK
              MOVE WRK-EST-SALDO TO WRK-SALDO-ED
              DISPLAY 'SALDO DA LOJA DE ORIGEM INSUFICIENTE ('
                      WRK-SALDO-ED ') OU PRODUTO SEM CONTROLE '
                      'DE ESTOQUE - ITEM NAO GRAVADO'
           ELSE
              MOVE WRK-NUMERO      TO TRF-NUMERO
              COMPUTE TRF-ITEM = WRK-ITEM + 1
              MOVE WRK-LOJAORIGEM  TO TRF-LOJAORIGEM
              MOVE WRK-LOJADESTINO TO TRF-LOJADESTINO
              MOVE WRK-DATAANO     TO TRF-ENVIOANO
              MOVE WRK-DATAMES     TO TRF-ENVIOMES
              MOVE WRK-DATADIA     TO TRF-ENVIODIA
              MOVE WRK-PRODUTO     TO TRF-PRODUTO
              MOVE WRK-QTDE        TO TRF-QTDE
              MOVE ZEROS           TO TRF-BAIXAANO
              MOVE ZEROS           TO TRF-BAIXAMES
              MOVE ZEROS           TO TRF-BAIXADIA
              MOVE 'T'             TO TRF-SITUACAO
              MOVE WRK-OPERADOR-ID TO TRF-OPERADOR
              WRITE REG-TRANSFERENCIA
                 INVALID KEY
                    MOVE 'R'            TO WRK-EST-FUNCAO
                    MOVE WRK-QTDE       TO WRK-EST-QTDE
                    MOVE WRK-LOJAORIGEM TO WRK-LOJA
                    PERFORM 0280-MOVIMENTAR
                    DISPLAY 'ERRO NA GRAVACAO DO ITEM ' TRF-ITEM
                            ' - FS ' WRK-FS-TRANSFERENCIAS
                            ' - QUANTIDADE DEVOLVIDA A ORIGEM'
                 NOT INVALID KEY
                    ADD 1 TO WRK-ITEM
                    MOVE WRK-EST-SALDO TO WRK-SALDO-ED
                    DISPLAY 'ITEM ' WRK-ITEM ' EM TRANSITO - SALDO DA '
                            'ORIGEM ' WRK-SALDO-ED
              END-WRITE
           END-IF.

       0220-RECEBER-TRANSFERENCIA.
           DISPLAY 'NUMERO DA TRANSFERENCIA '.
           ACCEPT WRK-NUMERO.
           MOVE 'N'   TO WRK-FIM-TRANSFERENCIAS.
           MOVE ZEROS TO WRK-QTDELISTADOS.
           MOVE ZEROS TO WRK-QTDERECEBIDOS.
           MOVE WRK-NUMERO TO TRF-NUMERO.
           MOVE ZEROS      TO TRF-ITEM.
           START ARQ-TRANSFERENCIAS
                 KEY GREATER THAN OR EQUAL TO TRF-CHAVE
              INVALID KEY
                 SET FIM-TRANSFERENCIAS TO TRUE
           END-START.
           PERFORM 0225-RECEBER-ITEM UNTIL FIM-TRANSFERENCIAS.
           EVALUATE TRUE
              WHEN WRK-QTDELISTADOS EQUAL ZEROS
                 DISPLAY 'TRANSFERENCIA SEM ITENS EM TRANSITO: '
                         WRK-NUMERO
              WHEN OTHER
                 DISPLAY 'ITENS RECEBIDOS: ' WRK-QTDERECEBIDOS
           END-EVALUATE.

       0225-RECEBER-ITEM.
           READ ARQ-TRANSFERENCIAS NEXT RECORD
              AT END
                 SET FIM-TRANSFERENCIAS TO TRUE
              NOT AT END
                 IF TRF-NUMERO NOT EQUAL WRK-NUMERO
                    SET FIM-TRANSFERENCIAS TO TRUE
                 ELSE
                    IF TRANSF-EM-TRANSITO
                       ADD 1 TO WRK-QTDELISTADOS
                       MOVE TRF-QTDE TO WRK-QTDE-ED
                       STRING 'ITEM ' TRF-ITEM
                              ' PRODUTO ' TRF-PRODUTO
                              ' QTDE ' WRK-QTDE-ED
                              ' DA LOJA ' TRF-LOJAORIGEM
                              ' PARA A LOJA ' TRF-LOJADESTINO
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       DISPLAY WRK-SPL-LINHA
                       MOVE SPACES TO WRK-SPL-LINHA
                       DISPLAY 'CONFIRMA O RECEBIMENTO (S/N)? '
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA EQUAL 'S'
                          PERFORM 0227-BAIXAR-ITEM
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0227-BAIXAR-ITEM.
           MOVE 'R'             TO WRK-EST-FUNCAO.
           MOVE TRF-QTDE        TO WRK-EST-QTDE.
           MOVE TRF-PRODUTO     TO WRK-PRODUTO.
           MOVE TRF-LOJADESTINO TO WRK-LOJA.
           PERFORM 0280-MOVIMENTAR.
           IF NOT ESTOQUE-OK
              DISPLAY 'PRODUTO SEM CONTROLE DE ESTOQUE - '
                      'ITEM NAO RECEBIDO'
           ELSE
              MOVE WRK-DATAANO TO TRF-BAIXAANO
              MOVE WRK-DATAMES TO TRF-BAIXAMES
              MOVE WRK-DATADIA TO TRF-BAIXADIA
              MOVE 'R'         TO TRF-SITUACAO
              REWRITE REG-TRANSFERENCIA
              ADD 1 TO WRK-QTDERECEBIDOS
              MOVE WRK-EST-SALDO TO WRK-SALDO-ED
              DISPLAY 'ITEM RECEBIDO - SALDO DO DESTINO '
                      WRK-SALDO-ED
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'TRANSFERENCIA ' TRF-NUMERO
                     ' ITEM ' TRF-ITEM
                     ' RECEBIDA NA LOJA ' TRF-LOJADESTINO
                     ' PRODUTO ' TRF-PRODUTO
                     ' QTDE ' TRF-QTDE
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       0230-CONSULTAR-TRANSFERENCIA.
           DISPLAY 'NUMERO DA TRANSFERENCIA '.
           ACCEPT WRK-NUMERO.
           MOVE 'N'   TO WRK-FIM-TRANSFERENCIAS.
           MOVE ZEROS TO WRK-QTDELISTADOS.
           MOVE WRK-NUMERO TO TRF-NUMERO.
           MOVE ZEROS      TO TRF-ITEM.
           START ARQ-TRANSFERENCIAS
                 KEY GREATER THAN OR EQUAL TO TRF-CHAVE
              INVALID KEY
                 SET FIM-TRANSFERENCIAS TO TRUE
           END-START.
           PERFORM 0235-LISTAR-ITEM UNTIL FIM-TRANSFERENCIAS.
           IF WRK-QTDELISTADOS EQUAL ZEROS
              DISPLAY 'TRANSFERENCIA NAO ENCONTRADA: ' WRK-NUMERO
           ELSE
              PERFORM 0920-FECHAR-SPOOL
           END-IF.

       0235-LISTAR-ITEM.
           READ ARQ-TRANSFERENCIAS NEXT RECORD
              AT END
                 SET FIM-TRANSFERENCIAS TO TRUE
              NOT AT END
                 IF TRF-NUMERO NOT EQUAL WRK-NUMERO
                    SET FIM-TRANSFERENCIAS TO TRUE
                 ELSE
                    IF WRK-QTDELISTADOS EQUAL ZEROS
                       MOVE 'CONSULTA TRANSFERENCIA'
                         TO WRK-SPL-RELATORIO
                       PERFORM 0900-ABRIR-SPOOL
                       STRING 'TRANSFERENCIA ' TRF-NUMERO
                              ' DA LOJA ' TRF-LOJAORIGEM
                              ' PARA A LOJA ' TRF-LOJADESTINO
                              ' ENVIO ' TRF-ENVIODIA '/'
                              TRF-ENVIOMES '/' TRF-ENVIOANO
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    END-IF
                    ADD 1 TO WRK-QTDELISTADOS
                    MOVE TRF-QTDE TO WRK-QTDE-ED
                    IF TRANSF-EM-TRANSITO
                       STRING 'ITEM ' TRF-ITEM
                              ' PRODUTO ' TRF-PRODUTO
                              ' QTDE ' WRK-QTDE-ED
                              ' SITUACAO ' TRF-SITUACAO
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    ELSE
                       STRING 'ITEM ' TRF-ITEM
                              ' PRODUTO ' TRF-PRODUTO
                              ' QTDE ' WRK-QTDE-ED
                              ' SITUACAO ' TRF-SITUACAO
                              ' EM ' TRF-BAIXADIA '/'
                              TRF-BAIXAMES '/' TRF-BAIXAANO
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    END-IF
                 END-IF
           END-READ.

       0240-CANCELAR-ITEM.
           DISPLAY 'NUMERO DA TRANSFERENCIA '.
           ACCEPT WRK-NUMERO.
           DISPLAY 'NUMERO DO ITEM '.
           ACCEPT WRK-ITEM.
           MOVE WRK-NUMERO TO TRF-NUMERO.
           MOVE WRK-ITEM   TO TRF-ITEM.
           READ ARQ-TRANSFERENCIAS
              INVALID KEY
                 DISPLAY 'ITEM NAO ENCONTRADO: ' WRK-NUMERO '/'
                         WRK-ITEM
              NOT INVALID KEY
                 IF NOT TRANSF-EM-TRANSITO
                    DISPLAY 'ITEM NAO ESTA EM TRANSITO - SITUACAO '
                            TRF-SITUACAO
                 ELSE
                    PERFORM 0245-ESTORNAR-ITEM
                 END-IF
           END-READ.

       0245-ESTORNAR-ITEM.
           MOVE 'R'            TO WRK-EST-FUNCAO.
           MOVE TRF-QTDE       TO WRK-EST-QTDE.
           MOVE TRF-PRODUTO    TO WRK-PRODUTO.
           MOVE TRF-LOJAORIGEM TO WRK-LOJA.
           PERFORM 0280-MOVIMENTAR.
           IF NOT ESTOQUE-OK
              DISPLAY 'PRODUTO SEM CONTROLE DE ESTOQUE - '
                      'ITEM NAO CANCELADO'
           ELSE
              MOVE WRK-DATAANO TO TRF-BAIXAANO
              MOVE WRK-DATAMES TO TRF-BAIXAMES
              MOVE WRK-DATADIA TO TRF-BAIXADIA
              MOVE 'C'         TO TRF-SITUACAO
              REWRITE REG-TRANSFERENCIA
              MOVE WRK-EST-SALDO TO WRK-SALDO-ED
              DISPLAY 'ITEM CANCELADO - QUANTIDADE DEVOLVIDA A '
                      'ORIGEM, SALDO ' WRK-SALDO-ED
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'TRANSFERENCIA ' TRF-NUMERO
                     ' ITEM ' TRF-ITEM
                     ' CANCELADA, ORIGEM ' TRF-LOJAORIGEM
                     ' PRODUTO ' TRF-PRODUTO
                     ' QTDE ' TRF-QTDE
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           END-IF.

       0250-LISTAR-EMTRANSITO.
           MOVE 'MERCADORIAS EM TRANSITO' TO WRK-SPL-RELATORIO.
           PERFORM 0900-ABRIR-SPOOL.
           MOVE 'MERCADORIAS EM TRANSITO ENTRE LOJAS' TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           MOVE 'N'   TO WRK-FIM-TRANSFERENCIAS.
           MOVE ZEROS TO WRK-QTDELISTADOS.
           MOVE ZEROS TO TRF-NUMERO.
           MOVE ZEROS TO TRF-ITEM.
           START ARQ-TRANSFERENCIAS
                 KEY GREATER THAN OR EQUAL TO TRF-CHAVE
              INVALID KEY
                 SET FIM-TRANSFERENCIAS TO TRUE
           END-START.
           PERFORM 0255-LISTAR-EMTRANSITO UNTIL FIM-TRANSFERENCIAS.
           STRING 'ITENS EM TRANSITO: ' WRK-QTDELISTADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM 0920-FECHAR-SPOOL.

       0255-LISTAR-EMTRANSITO.
           READ ARQ-TRANSFERENCIAS NEXT RECORD
              AT END
                 SET FIM-TRANSFERENCIAS TO TRUE
              NOT AT END
                 IF TRANSF-EM-TRANSITO
                    ADD 1 TO WRK-QTDELISTADOS
                    MOVE TRF-QTDE TO WRK-QTDE-ED
                    STRING TRF-NUMERO '/' TRF-ITEM
                           ' ENVIO ' TRF-ENVIODIA '/'
                           TRF-ENVIOMES '/' TRF-ENVIOANO
                           ' LOJA ' TRF-LOJAORIGEM
                           ' -> ' TRF-LOJADESTINO
                           ' PRODUTO ' TRF-PRODUTO
                           ' QTDE ' WRK-QTDE-ED
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                 END-IF
           END-READ.

       0260-VALIDAR-LOJA.
           MOVE WRK-LOJA TO LOJ-CODIGO.
           READ ARQ-LOJAS
              INVALID KEY
                 DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                 MOVE 'N' TO WRK-SW-VALIDO
              NOT INVALID KEY
                 IF NOT LOJA-ATIVA
                    DISPLAY 'LOJA INATIVA: ' LOJ-NOME
                    MOVE 'N' TO WRK-SW-VALIDO
                 ELSE
                    DISPLAY 'LOJA: ' LOJ-NOME
                 END-IF
           END-READ.

       0280-MOVIMENTAR.
           MOVE ZEROS TO WRK-EST-CUSTO.
           CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                   WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                   WRK-EST-OK WRK-EST-CUSTO WRK-LOJA.

       0300-FINALIZAR.
           CLOSE ARQ-TRANSFERENCIAS.
           IF LOJAS-ABERTO
              CLOSE ARQ-LOJAS
           END-IF.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           DISPLAY 'TRANSFERENCIA DE ESTOQUE ENCERRADA'.

       0900-ABRIR-SPOOL.
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
