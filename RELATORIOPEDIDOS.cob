       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOPEDIDOS.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: RELATORIO DOS PEDIDOS DE COMPRA
      ***             PENDENTES (ABERTOS OU PARCIAIS) POR
      ***             FORNECEDOR, COM A QUANTIDADE QUE AINDA
      ***             FALTA RECEBER, O VALOR EM ABERTO AO CUSTO
      ***             COMBINADO E A MARCA DE ATRASO QUANDO A
      ***             PREVISAO DE ENTREGA JA PASSOU. SERVE DE
      ***             CONFERENCIA ANTES DE EMITIR NOVOS PEDIDOS
      ***             PARA O QUE JA ESTA A CAMINHO. O RELATORIO
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
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOSCOMPRA'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-CHAVE
             FILE STATUS IS WRK-FS-PEDIDOS.
           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECEDORES'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FOR-CODIGO
             FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS.
       COPY PEDIDOSCOMPRA.
       FD  ARQ-FORNECEDORES.
       COPY FORNECEDORES.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-FORNECEDOR     PIC 9(05).
           02  CLAS-PRODUTO        PIC X(06).
           02  CLAS-NUMERO         PIC 9(06).
           02  CLAS-ITEM           PIC 9(02).
           02  CLAS-FALTA          PIC 9(05).
           02  CLAS-VALOR          PIC 9(09)V99.
           02  CLAS-PREVISAO       PIC 9(08).
       WORKING-STORAGE SECTION.
       COPY TOTAISLOTE.
       COPY DATASISTEMA.
       COPY OPERADORSESSAO.
       COPY SPOOLRELATORIO.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE ZEROS.
       77  WRK-FS-FORNECEDORES PIC X(02) VALUE ZEROS.
       77  WRK-SW-FORNECEDORES PIC X(01) VALUE 'N'.
           88  FORNECEDORES-ABERTO       VALUE 'S'.
       77  WRK-FIM-PEDIDOS     PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS               VALUE 'S'.
       77  WRK-FIM-CLASSIFICA  PIC X(01) VALUE 'N'.
           88  FIM-CLASSIFICA            VALUE 'S'.
       77  WRK-SW-TEMDADOS     PIC X(01) VALUE 'N'.
           88  TEM-DADOS                 VALUE 'S'.
       77  WRK-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-FORNECEDOR-ANT  PIC 9(05) VALUE ZEROS.
       77  WRK-FORNECEDOR-NOME PIC X(30) VALUE SPACES.
       77  WRK-ATRASO          PIC X(07) VALUE SPACES.
       77  WRK-SUBTOT-FORNEC   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-GERAL     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTDEITENS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEATRASADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-FALTA-ED        PIC ZZ.ZZ9.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            IF WRK-FS-PEDIDOS EQUAL '00'
               CLOSE ARQ-PEDIDOS
               PERFORM 0900-ABRIR-SPOOL
               PERFORM 0200-GERAR-RELATORIO
               PERFORM 0250-IMPRIMIR-TOTAIS
               PERFORM 0920-FECHAR-SPOOL
            END-IF.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE = WRK-DATAANO * 10000
                 + WRK-DATAMES * 100 + WRK-DATADIA.
           MOVE ZEROS TO WRK-TOT-PROCESSADOS.
           MOVE ZEROS TO WRK-TOT-REJEITADOS.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
              DISPLAY 'ARQUIVO PEDIDOSCOMPRA NAO ENCONTRADO - '
                      'NAO HA PEDIDOS PENDENTES'
           END-IF.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES EQUAL '00'
              SET FORNECEDORES-ABERTO TO TRUE
           END-IF.

       0200-GERAR-RELATORIO.
           MOVE 'PEDIDOS DE COMPRA PENDENTES POR FORNECEDOR'
             TO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           SORT ARQ-CLASSIFICA
                ON ASCENDING KEY CLAS-FORNECEDOR CLAS-PRODUTO
                                 CLAS-NUMERO CLAS-ITEM
                INPUT PROCEDURE IS 0210-SELECIONAR-PENDENTES
                OUTPUT PROCEDURE IS 0220-IMPRIMIR-PENDENTES.

       0210-SELECIONAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS.
           PERFORM UNTIL FIM-PEDIDOS
              READ ARQ-PEDIDOS NEXT RECORD
                 AT END
                    SET FIM-PEDIDOS TO TRUE
                 NOT AT END
                    IF PEDIDO-PENDENTE
                       MOVE PED-FORNECEDOR TO CLAS-FORNECEDOR
                       MOVE PED-PRODUTO    TO CLAS-PRODUTO
                       MOVE PED-NUMERO     TO CLAS-NUMERO
                       MOVE PED-ITEM       TO CLAS-ITEM
                       COMPUTE CLAS-FALTA = PED-QTDEPEDIDA
                             - PED-QTDERECEBIDA
                       COMPUTE CLAS-VALOR = CLAS-FALTA
                             * PED-CUSTOUNIT
                       COMPUTE CLAS-PREVISAO = PED-PREVANO * 10000
                             + PED-PREVMES * 100 + PED-PREVDIA
                       RELEASE REG-CLASSIFICA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQ-PEDIDOS.

       0220-IMPRIMIR-PENDENTES.
           MOVE 'N'   TO WRK-FIM-CLASSIFICA.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-SUBTOT-FORNEC.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0230-IMPRIMIR-FORNECEDOR
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       MOVE CLAS-FORNECEDOR TO WRK-FORNECEDOR-ANT
                       PERFORM 0240-BUSCAR-FORNECEDOR
                       SET TEM-DADOS TO TRUE
                    END-IF
                    IF CLAS-FORNECEDOR NOT EQUAL WRK-FORNECEDOR-ANT
                       PERFORM 0230-IMPRIMIR-FORNECEDOR
                       MOVE CLAS-FORNECEDOR TO WRK-FORNECEDOR-ANT
                       MOVE ZEROS TO WRK-SUBTOT-FORNEC
                       PERFORM 0240-BUSCAR-FORNECEDOR
                    END-IF
                    PERFORM 0225-IMPRIMIR-ITEM
              END-RETURN
           END-PERFORM.

       0225-IMPRIMIR-ITEM.
           ADD 1 TO WRK-QTDEITENS.
           ADD CLAS-VALOR TO WRK-SUBTOT-FORNEC.
           ADD CLAS-VALOR TO WRK-TOTAL-GERAL.
           MOVE SPACES TO WRK-ATRASO.
           IF CLAS-PREVISAO LESS THAN WRK-HOJE
              MOVE 'ATRASO' TO WRK-ATRASO
              ADD 1 TO WRK-QTDEATRASADOS
           END-IF.
           MOVE CLAS-FALTA TO WRK-FALTA-ED.
           MOVE CLAS-VALOR TO WRK-VALOR-ED.
           STRING '  PEDIDO ' CLAS-NUMERO '/' CLAS-ITEM
                  ' PRODUTO ' CLAS-PRODUTO
                  ' FALTA ' WRK-FALTA-ED
                  ' VALOR ' WRK-VALOR-ED
                  ' PREVISAO ' CLAS-PREVISAO
                  ' ' WRK-ATRASO
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0230-IMPRIMIR-FORNECEDOR.
           MOVE WRK-SUBTOT-FORNEC TO WRK-VALOR-ED.
           STRING '  TOTAL EM ABERTO DO FORNECEDOR = R$'
                  WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0240-BUSCAR-FORNECEDOR.
           MOVE SPACES TO WRK-FORNECEDOR-NOME.
           IF FORNECEDORES-ABERTO
              MOVE CLAS-FORNECEDOR TO FOR-CODIGO
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE '*** NAO CADASTRADO ***'
                      TO WRK-FORNECEDOR-NOME
                 NOT INVALID KEY
                    MOVE FOR-NOME TO WRK-FORNECEDOR-NOME
              END-READ
           END-IF.
           STRING 'FORNECEDOR ' CLAS-FORNECEDOR
                  ' ' WRK-FORNECEDOR-NOME
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0250-IMPRIMIR-TOTAIS.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
           STRING 'ITENS PENDENTES: ' WRK-QTDEITENS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'ITENS COM ENTREGA ATRASADA: ' WRK-QTDEATRASADOS
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'TOTAL EM ABERTO = R$' WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0300-FINALIZAR.
           IF FORNECEDORES-ABERTO
              CLOSE ARQ-FORNECEDORES
           END-IF.
           MOVE WRK-QTDEITENS TO WRK-TOT-PROCESSADOS.
           MOVE ZEROS         TO RETURN-CODE.

       0900-ABRIR-SPOOL.
           MOVE 'PEDIDOS PENDENTES' TO WRK-SPL-RELATORIO.
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
