       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIOESTOQUE.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CICLO DE INVENTARIO FISICO DO ESTOQUE.
      ***             A ABERTURA CONGELA NO ARQUIVO INVENTARIO
      ***             A FOTO DO SALDO CONTABIL E DO CUSTO MEDIO
      ***             DE CADA PRODUTO DO SALDOESTOQUE, SENDO O
      ***             SALDO O DA LOJA CONTADA (SALDOLOJAS),
      ***             INFORMADA NA ABERTURA; AS
      ***             FOLHAS DE CONTAGEM SAEM POR CATEGORIA SEM
      ***             O SALDO (CONTAGEM CEGA); A DIGITACAO
      ***             REGISTRA O CONTADO; O RELATORIO DE
      ***             DIVERGENCIAS MOSTRA LIVRO X CONTADO EM
      ***             UNIDADES E EM VALOR AO CUSTO MEDIO DA
      ***             FOTO; A EFETIVACAO, COM AUTORIZACAO DE
      ***             SUPERVISOR, POSTA AS DIFERENCAS PELO
      ***             MOVIMENTARESTOQUE COM A FUNCAO I (AJUSTE
      ***             DE INVENTARIO), QUE NO DIARIO
      ***             MOVIMENTOSESTOQUE SE DISTINGUE DOS AJUSTES
      ***             COMUNS (FUNCAO A). A DIFERENCA E SEMPRE
      ***             CONTADO MENOS FOTO, DE MODO QUE AS VENDAS
      ***             POSTADAS DEPOIS DA FOTO SE PRESERVAM. O
      ***             AJUSTE E POSTADO NA LOJA DA CONTAGEM. O
      ***             RELATORIO DE DIVERGENCIAS FICA GUARDADO NO
      ***             REPOSITORIO DE RELATORIOS (GRAVARSPOOL)
      ***             PARA REIMPRESSAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INVENTARIO ASSIGN TO 'INVENTARIO'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INV-PRODUTO
             FILE STATUS IS WRK-FS-INVENTARIO.
           SELECT ARQ-SALDOESTOQUE ASSIGN TO 'SALDOESTOQUE'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EST-PRODUTO
             FILE STATUS IS WRK-FS-SALDOESTOQUE.
           SELECT ARQ-PRODUTOS ASSIGN TO 'PRODUTOS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PROD-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-LOJAS ASSIGN TO 'LOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LOJ-CODIGO
             FILE STATUS IS WRK-FS-LOJAS.
           SELECT ARQ-SALDOLOJAS ASSIGN TO 'SALDOLOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SLJ-CHAVE
             FILE STATUS IS WRK-FS-SALDOLOJAS.
           SELECT ARQ-CLASSIFICA ASSIGN TO 'WRKCLASSIFICA'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INVENTARIO.
       COPY INVENTARIO.
       FD  ARQ-SALDOESTOQUE.
       COPY SALDOESTOQUE.
       FD  ARQ-PRODUTOS.
       01  REG-PRODUTO.
           02  PROD-CODIGO         PIC X(06).
           02  PROD-DESCRICAO      PIC X(30).
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-LOJAS.
       COPY LOJAS.
       FD  ARQ-SALDOLOJAS.
       COPY SALDOLOJAS.
       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02  CLAS-CATEGORIA      PIC X(15).
           02  CLAS-PRODUTO        PIC X(06).
           02  CLAS-SALDOLIVRO     PIC S9(07).
           02  CLAS-QTDECONTADA    PIC 9(07).
           02  CLAS-CUSTOMEDIO     PIC 9(06)V99.
           02  CLAS-SITUACAO       PIC X(01).
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       COPY DATASISTEMA.
       COPY SPOOLRELATORIO.
       77  WRK-FS-INVENTARIO   PIC X(02) VALUE ZEROS.
       77  WRK-FS-SALDOESTOQUE PIC X(02) VALUE ZEROS.
       77  WRK-FS-PRODUTOS     PIC X(02) VALUE ZEROS.
       77  WRK-FS-LOJAS        PIC X(02) VALUE ZEROS.
       77  WRK-FS-SALDOLOJAS   PIC X(02) VALUE ZEROS.
       77  WRK-SW-SALDOLOJAS   PIC X(01) VALUE 'N'.
           88  SALDOLOJAS-ABERTO         VALUE 'S'.
       77  WRK-SW-LOJAVALIDA   PIC X(01) VALUE 'N'.
           88  LOJA-VALIDA               VALUE 'S'.
       77  WRK-LOJA            PIC 9(03) VALUE ZEROS.
       77  WRK-SW-PRODUTOS     PIC X(01) VALUE 'N'.
           88  PRODUTOS-ABERTO           VALUE 'S'.
       77  WRK-SW-AUTORIZADO   PIC X(01) VALUE 'N'.
           88  SUPERVISOR-AUTORIZADO     VALUE 'S'.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 6.
       77  WRK-FIM-INVENTARIO  PIC X(01) VALUE 'N'.
           88  FIM-INVENTARIO            VALUE 'S'.
       77  WRK-FIM-SALDOS      PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                VALUE 'S'.
       77  WRK-FIM-CLASSIFICA  PIC X(01) VALUE 'N'.
           88  FIM-CLASSIFICA            VALUE 'S'.
       77  WRK-FIM-DIGITACAO   PIC X(01) VALUE 'N'.
           88  FIM-DIGITACAO             VALUE 'S'.
       77  WRK-SW-TEMDADOS     PIC X(01) VALUE 'N'.
           88  TEM-DADOS                 VALUE 'S'.
       77  WRK-ENCERRARNAOCONT PIC X(01) VALUE 'N'.
           88  ENCERRAR-NAO-CONTADOS     VALUE 'S'.
       77  WRK-PRODUTO         PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO       PIC X(30) VALUE SPACES.
       77  WRK-CATEGORIA-ANT   PIC X(15) VALUE SPACES.
       77  WRK-QTDE            PIC 9(07) VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(07) VALUE ZEROS.
       77  WRK-VALORDIF        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALORCATEGORIA  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALORTOTAL      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTDEITENS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEEMABERTO    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDECONTADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDENAOCONTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEDIVERGENTES PIC 9(05) VALUE ZEROS.
       77  WRK-QTDEAJUSTADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDERECUSADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-EST-FUNCAO      PIC X(01) VALUE SPACES.
       77  WRK-EST-QTDE        PIC S9(05) VALUE ZEROS.
       77  WRK-EST-SALDO       PIC S9(07) VALUE ZEROS.
       77  WRK-EST-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-EST-OK          PIC X(01) VALUE 'S'.
           88  ESTOQUE-OK                VALUE 'S'.
       77  WRK-LIVRO-ED        PIC -Z.ZZZ.ZZ9.
       77  WRK-CONTADO-ED      PIC Z.ZZZ.ZZ9.
       77  WRK-DIFERENCA-ED    PIC -Z.ZZZ.ZZ9.
       77  WRK-VALOR-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'INVENTARIOESTOQUE'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL '00'
              SET PRODUTOS-ABERTO TO TRUE
           ELSE
              DISPLAY 'ARQUIVO PRODUTOS NAO DISPONIVEL - '
                      'CONTAGEM SEM CATEGORIA'
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' INVENTARIO FISICO DO ESTOQUE'.
           DISPLAY ' 1 - ABRIR CONTAGEM (CONGELAR SALDOS)'.
           DISPLAY ' 2 - FOLHAS DE CONTAGEM'.
           DISPLAY ' 3 - REGISTRAR CONTAGEM'.
           DISPLAY ' 4 - RELATORIO DE DIVERGENCIAS'.
           DISPLAY ' 5 - EFETIVAR AJUSTES'.
           DISPLAY ' 6 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-ABRIR-CONTAGEM
              WHEN 2
                 PERFORM 0220-FOLHAS-CONTAGEM
              WHEN 3
                 PERFORM 0230-REGISTRAR-CONTAGEM
              WHEN 4
                 PERFORM 0240-RELATORIO-DIVERGENCIAS
              WHEN 5
                 PERFORM 0250-EFETIVAR-AJUSTES
              WHEN 6
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-ABRIR-CONTAGEM.
           PERFORM 0215-CONTAR-EMABERTO.
           IF WRK-QTDEEMABERTO GREATER THAN ZEROS
              DISPLAY 'HA CONTAGEM EM ANDAMENTO COM '
                      WRK-QTDEEMABERTO ' ITENS EM ABERTO - '
                      'EFETIVE OS AJUSTES ANTES DE ABRIR OUTRA'
           ELSE
              PERFORM 0212-LER-LOJA
           END-IF.
           IF WRK-QTDEEMABERTO EQUAL ZEROS AND LOJA-VALIDA
              OPEN INPUT ARQ-SALDOESTOQUE
              IF WRK-FS-SALDOESTOQUE NOT EQUAL '00'
                 DISPLAY 'SEM SALDOS DE ESTOQUE CADASTRADOS'
              ELSE
                 ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD
                 OPEN OUTPUT ARQ-INVENTARIO
                 MOVE 'N' TO WRK-SW-SALDOLOJAS
                 OPEN INPUT ARQ-SALDOLOJAS
                 IF WRK-FS-SALDOLOJAS EQUAL '00'
                    SET SALDOLOJAS-ABERTO TO TRUE
                 END-IF
                 MOVE 'N'   TO WRK-FIM-SALDOS
                 MOVE ZEROS TO WRK-QTDEITENS
                 PERFORM 0217-CONGELAR-SALDO UNTIL FIM-SALDOS
                 CLOSE ARQ-SALDOESTOQUE
                 CLOSE ARQ-INVENTARIO
                 IF SALDOLOJAS-ABERTO
                    CLOSE ARQ-SALDOLOJAS
                 END-IF
                 DISPLAY 'CONTAGEM ABERTA NA LOJA ' WRK-LOJA
                         ' - ITENS CONGELADOS: ' WRK-QTDEITENS
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'CONTAGEM ABERTA EM ' WRK-DATASISTEMA
                        ' LOJA ' WRK-LOJA
                        ' ITENS ' WRK-QTDEITENS
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              END-IF
           END-IF.

       0212-LER-LOJA.
           MOVE 'S' TO WRK-SW-LOJAVALIDA.
           DISPLAY 'LOJA A CONTAR '.
           ACCEPT WRK-LOJA.
           IF WRK-LOJA EQUAL ZEROS
              DISPLAY 'LOJA OBRIGATORIA'
              MOVE 'N' TO WRK-SW-LOJAVALIDA
           ELSE
              OPEN INPUT ARQ-LOJAS
              IF WRK-FS-LOJAS EQUAL '00'
                 MOVE WRK-LOJA TO LOJ-CODIGO
                 READ ARQ-LOJAS
                    INVALID KEY
                       DISPLAY 'LOJA NAO CADASTRADA: ' WRK-LOJA
                       MOVE 'N' TO WRK-SW-LOJAVALIDA
                    NOT INVALID KEY
                       DISPLAY 'LOJA: ' LOJ-NOME
                 END-READ
                 CLOSE ARQ-LOJAS
              END-IF
           END-IF.

       0215-CONTAR-EMABERTO.
           MOVE ZEROS TO WRK-QTDEEMABERTO.
           MOVE 'N'   TO WRK-FIM-INVENTARIO.
           OPEN INPUT ARQ-INVENTARIO.
           IF WRK-FS-INVENTARIO NOT EQUAL '00'
              SET FIM-INVENTARIO TO TRUE
           END-IF.
           PERFORM UNTIL FIM-INVENTARIO
              READ ARQ-INVENTARIO NEXT RECORD
                 AT END
                    SET FIM-INVENTARIO TO TRUE
                 NOT AT END
                    IF INV-EM-ABERTO
                       ADD 1 TO WRK-QTDEEMABERTO
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-FS-INVENTARIO EQUAL '00'
              OR WRK-FS-INVENTARIO EQUAL '10'
              CLOSE ARQ-INVENTARIO
           END-IF.

       0217-CONGELAR-SALDO.
           READ ARQ-SALDOESTOQUE NEXT RECORD
              AT END
                 SET FIM-SALDOS TO TRUE
              NOT AT END
                 MOVE EST-PRODUTO TO WRK-PRODUTO
                 PERFORM 0290-BUSCAR-PRODUTO
                 MOVE EST-PRODUTO    TO INV-PRODUTO
                 MOVE PROD-CATEGORIA TO INV-CATEGORIA
                 MOVE WRK-DATAANO    TO INV-FOTOANO
                 MOVE WRK-DATAMES    TO INV-FOTOMES
                 MOVE WRK-DATADIA    TO INV-FOTODIA
                 PERFORM 0218-BUSCAR-SALDOLOJA
                 MOVE EST-CUSTOMEDIO TO INV-CUSTOMEDIO
                 MOVE ZEROS          TO INV-QTDECONTADA
                 MOVE 'N'            TO INV-SITUACAO
                 MOVE WRK-LOJA       TO INV-LOJA
                 WRITE REG-INVENTARIO
                 ADD 1 TO WRK-QTDEITENS
           END-READ.

       0218-BUSCAR-SALDOLOJA.
           MOVE ZEROS TO INV-SALDOLIVRO.
           IF SALDOLOJAS-ABERTO
              MOVE EST-PRODUTO TO SLJ-PRODUTO
              MOVE WRK-LOJA    TO SLJ-LOJA
              READ ARQ-SALDOLOJAS
                 NOT INVALID KEY
                    MOVE SLJ-SALDO TO INV-SALDOLIVRO
              END-READ
           END-IF.

       0220-FOLHAS-CONTAGEM.
           OPEN INPUT ARQ-INVENTARIO.
           IF WRK-FS-INVENTARIO NOT EQUAL '00'
              DISPLAY 'NAO HA CONTAGEM ABERTA'
           ELSE
              CLOSE ARQ-INVENTARIO
              DISPLAY 'FOLHAS DE CONTAGEM DO INVENTARIO FISICO'
              SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLAS-CATEGORIA CLAS-PRODUTO
                   INPUT PROCEDURE IS 0260-SELECIONAR-ITENS
                   OUTPUT PROCEDURE IS 0225-IMPRIMIR-FOLHAS
           END-IF.

       0225-IMPRIMIR-FOLHAS.
           MOVE 'N'   TO WRK-FIM-CLASSIFICA.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-QTDEITENS.
           DISPLAY 'LOJA ' WRK-LOJA.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                 NOT AT END
                    IF NOT TEM-DADOS
                       OR CLAS-CATEGORIA NOT EQUAL WRK-CATEGORIA-ANT
                       MOVE CLAS-CATEGORIA TO WRK-CATEGORIA-ANT
                       SET TEM-DADOS TO TRUE
                       DISPLAY 'CATEGORIA ' CLAS-CATEGORIA
                    END-IF
                    IF CLAS-SITUACAO NOT EQUAL 'A'
                       MOVE CLAS-PRODUTO TO WRK-PRODUTO
                       PERFORM 0290-BUSCAR-PRODUTO
                       ADD 1 TO WRK-QTDEITENS
                       DISPLAY '  ' CLAS-PRODUTO ' ' WRK-DESCRICAO
                               '  CONTADO: __________'
                    END-IF
              END-RETURN
           END-PERFORM.
           DISPLAY 'ITENS A CONTAR: ' WRK-QTDEITENS.

       0230-REGISTRAR-CONTAGEM.
           OPEN I-O ARQ-INVENTARIO.
           IF WRK-FS-INVENTARIO NOT EQUAL '00'
              DISPLAY 'NAO HA CONTAGEM ABERTA'
           ELSE
              MOVE 'N' TO WRK-FIM-DIGITACAO
              PERFORM 0235-REGISTRAR-ITEM UNTIL FIM-DIGITACAO
              CLOSE ARQ-INVENTARIO
           END-IF.

       0235-REGISTRAR-ITEM.
           DISPLAY 'CODIGO DO PRODUTO (BRANCO ENCERRA) '.
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL SPACES
              SET FIM-DIGITACAO TO TRUE
           ELSE
              MOVE WRK-PRODUTO TO INV-PRODUTO
              READ ARQ-INVENTARIO
                 INVALID KEY
                    DISPLAY 'PRODUTO FORA DA CONTAGEM: ' WRK-PRODUTO
                 NOT INVALID KEY
                    IF INV-AJUSTADO
                       DISPLAY 'ITEM JA AJUSTADO - CONTAGEM ENCERRADA'
                    ELSE
                       IF INV-CONTADO
                          MOVE INV-QTDECONTADA TO WRK-CONTADO-ED
                          DISPLAY 'RECONTAGEM - CONTADO ANTES: '
                                  WRK-CONTADO-ED
                       END-IF
                       DISPLAY 'QUANTIDADE CONTADA '
                       ACCEPT WRK-QTDE
                       MOVE WRK-QTDE TO INV-QTDECONTADA
                       MOVE 'C'      TO INV-SITUACAO
                       REWRITE REG-INVENTARIO
                       DISPLAY 'CONTAGEM GRAVADA'
                       MOVE SPACES TO WRK-AUD-DETALHE
                       STRING 'CONTAGEM PRODUTO ' WRK-PRODUTO
                              ' QTDE ' WRK-QTDE
                              DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                       CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                               WRK-AUD-DETALHE WRK-OPERADOR-ID
                    END-IF
              END-READ
           END-IF.

       0240-RELATORIO-DIVERGENCIAS.
           OPEN INPUT ARQ-INVENTARIO.
           IF WRK-FS-INVENTARIO NOT EQUAL '00'
              DISPLAY 'NAO HA CONTAGEM ABERTA'
           ELSE
              CLOSE ARQ-INVENTARIO
              PERFORM 0900-ABRIR-SPOOL
              MOVE 'DIVERGENCIAS DO INVENTARIO FISICO' TO WRK-SPL-LINHA
              PERFORM 0910-IMPRIMIR-LINHA
              SORT ARQ-CLASSIFICA
                   ON ASCENDING KEY CLAS-CATEGORIA CLAS-PRODUTO
                   INPUT PROCEDURE IS 0260-SELECIONAR-ITENS
                   OUTPUT PROCEDURE IS 0245-IMPRIMIR-DIVERGENCIAS
              PERFORM 0920-FECHAR-SPOOL
           END-IF.

       0245-IMPRIMIR-DIVERGENCIAS.
           MOVE 'N'   TO WRK-FIM-CLASSIFICA.
           MOVE 'N'   TO WRK-SW-TEMDADOS.
           MOVE ZEROS TO WRK-QTDECONTADOS WRK-QTDENAOCONTADOS.
           MOVE ZEROS TO WRK-QTDEDIVERGENTES.
           MOVE ZEROS TO WRK-VALORCATEGORIA WRK-VALORTOTAL.
           STRING 'LOJA ' WRK-LOJA
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           PERFORM UNTIL FIM-CLASSIFICA
              RETURN ARQ-CLASSIFICA
                 AT END
                    SET FIM-CLASSIFICA TO TRUE
                    IF TEM-DADOS
                       PERFORM 0248-IMPRIMIR-CATEGORIA
                    END-IF
                 NOT AT END
                    IF NOT TEM-DADOS
                       MOVE CLAS-CATEGORIA TO WRK-CATEGORIA-ANT
                       SET TEM-DADOS TO TRUE
                       STRING 'CATEGORIA ' CLAS-CATEGORIA
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    END-IF
                    IF CLAS-CATEGORIA NOT EQUAL WRK-CATEGORIA-ANT
                       PERFORM 0248-IMPRIMIR-CATEGORIA
                       MOVE CLAS-CATEGORIA TO WRK-CATEGORIA-ANT
                       STRING 'CATEGORIA ' CLAS-CATEGORIA
                              DELIMITED BY SIZE INTO WRK-SPL-LINHA
                       PERFORM 0910-IMPRIMIR-LINHA
                    END-IF
                    PERFORM 0247-IMPRIMIR-ITEM
              END-RETURN
           END-PERFORM.
           MOVE WRK-VALORTOTAL TO WRK-VALOR-ED.
           STRING 'ITENS CONTADOS: ' WRK-QTDECONTADOS
                  ' NAO CONTADOS: ' WRK-QTDENAOCONTADOS
                  ' COM DIVERGENCIA: ' WRK-QTDEDIVERGENTES
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           STRING 'DIVERGENCIA LIQUIDA AO CUSTO MEDIO = R$'
                  WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.

       0247-IMPRIMIR-ITEM.
           MOVE CLAS-SALDOLIVRO TO WRK-LIVRO-ED.
           EVALUATE CLAS-SITUACAO
              WHEN 'N'
                 ADD 1 TO WRK-QTDENAOCONTADOS
                 STRING '  ' CLAS-PRODUTO ' LIVRO ' WRK-LIVRO-ED
                        ' *** NAO CONTADO ***'
                        DELIMITED BY SIZE INTO WRK-SPL-LINHA
                 PERFORM 0910-IMPRIMIR-LINHA
              WHEN 'C'
                 ADD 1 TO WRK-QTDECONTADOS
                 COMPUTE WRK-DIFERENCA = CLAS-QTDECONTADA
                       - CLAS-SALDOLIVRO
                 IF WRK-DIFERENCA NOT EQUAL ZEROS
                    ADD 1 TO WRK-QTDEDIVERGENTES
                    COMPUTE WRK-VALORDIF = WRK-DIFERENCA
                          * CLAS-CUSTOMEDIO
                    ADD WRK-VALORDIF TO WRK-VALORCATEGORIA
                    MOVE CLAS-QTDECONTADA TO WRK-CONTADO-ED
                    MOVE WRK-DIFERENCA    TO WRK-DIFERENCA-ED
                    MOVE WRK-VALORDIF     TO WRK-VALOR-ED
                    STRING '  ' CLAS-PRODUTO
                           ' LIVRO ' WRK-LIVRO-ED
                           ' CONTADO ' WRK-CONTADO-ED
                           ' DIFERENCA ' WRK-DIFERENCA-ED
                           ' VALOR ' WRK-VALOR-ED
                           DELIMITED BY SIZE INTO WRK-SPL-LINHA
                    PERFORM 0910-IMPRIMIR-LINHA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0248-IMPRIMIR-CATEGORIA.
           MOVE WRK-VALORCATEGORIA TO WRK-VALOR-ED.
           STRING '  SUBTOTAL ' WRK-CATEGORIA-ANT
                  ' VALOR ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-SPL-LINHA.
           PERFORM 0910-IMPRIMIR-LINHA.
           ADD WRK-VALORCATEGORIA TO WRK-VALORTOTAL.
           MOVE ZEROS TO WRK-VALORCATEGORIA.

       0250-EFETIVAR-AJUSTES.
           CALL 'AUTORIZARSUPERVISOR' USING WRK-SW-AUTORIZADO.
           IF NOT SUPERVISOR-AUTORIZADO
              DISPLAY 'ACESSO NEGADO'
           ELSE
              OPEN I-O ARQ-INVENTARIO
              IF WRK-FS-INVENTARIO NOT EQUAL '00'
                 DISPLAY 'NAO HA CONTAGEM ABERTA'
              ELSE
                 DISPLAY 'ENCERRAR ITENS NAO CONTADOS SEM AJUSTE '
                         '(S/N)? '
                 ACCEPT WRK-ENCERRARNAOCONT
                 MOVE 'N'   TO WRK-FIM-INVENTARIO
                 MOVE ZEROS TO WRK-QTDEAJUSTADOS WRK-QTDERECUSADOS
                 MOVE ZEROS TO WRK-QTDENAOCONTADOS
                 PERFORM 0255-EFETIVAR-ITEM UNTIL FIM-INVENTARIO
                 CLOSE ARQ-INVENTARIO
                 DISPLAY 'AJUSTES POSTADOS: ' WRK-QTDEAJUSTADOS
                 DISPLAY 'AJUSTES RECUSADOS (SALDO NEGATIVO): '
                         WRK-QTDERECUSADOS
                 DISPLAY 'ITENS AINDA NAO CONTADOS: '
                         WRK-QTDENAOCONTADOS
                 MOVE SPACES TO WRK-AUD-DETALHE
                 STRING 'AJUSTES DE INVENTARIO POSTADOS '
                        WRK-QTDEAJUSTADOS
                        ' RECUSADOS ' WRK-QTDERECUSADOS
                        DELIMITED BY SIZE INTO WRK-AUD-DETALHE
                 CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                         WRK-AUD-DETALHE WRK-OPERADOR-ID
              END-IF
           END-IF.

       0255-EFETIVAR-ITEM.
           READ ARQ-INVENTARIO NEXT RECORD
              AT END
                 SET FIM-INVENTARIO TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN INV-CONTADO
                       PERFORM 0257-POSTAR-DIFERENCA
                    WHEN INV-NAO-CONTADO
                       IF ENCERRAR-NAO-CONTADOS
                          MOVE 'A' TO INV-SITUACAO
                          REWRITE REG-INVENTARIO
                       ELSE
                          ADD 1 TO WRK-QTDENAOCONTADOS
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       0257-POSTAR-DIFERENCA.
           COMPUTE WRK-DIFERENCA = INV-QTDECONTADA - INV-SALDOLIVRO.
           EVALUATE TRUE
              WHEN WRK-DIFERENCA EQUAL ZEROS
                 MOVE 'A' TO INV-SITUACAO
                 REWRITE REG-INVENTARIO
              WHEN WRK-DIFERENCA GREATER THAN 99999
                OR WRK-DIFERENCA LESS THAN -99999
                 ADD 1 TO WRK-QTDERECUSADOS
                 DISPLAY 'PRODUTO ' INV-PRODUTO
                         ' DIFERENCA ACIMA DO LIMITE DE AJUSTE - '
                         'RECONTAR'
              WHEN OTHER
                 PERFORM 0258-CHAMAR-AJUSTE
           END-EVALUATE.

       0258-CHAMAR-AJUSTE.
           MOVE INV-PRODUTO   TO WRK-PRODUTO.
           MOVE 'I'           TO WRK-EST-FUNCAO.
           MOVE WRK-DIFERENCA TO WRK-EST-QTDE.
           MOVE ZEROS         TO WRK-EST-CUSTO.
           MOVE INV-LOJA      TO WRK-LOJA.
           CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                   WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                   WRK-EST-OK WRK-EST-CUSTO WRK-LOJA.
           IF ESTOQUE-OK
              MOVE 'A' TO INV-SITUACAO
              REWRITE REG-INVENTARIO
              ADD 1 TO WRK-QTDEAJUSTADOS
              MOVE SPACES TO WRK-AUD-DETALHE
              STRING 'AJUSTE INVENTARIO PRODUTO ' INV-PRODUTO
                     ' DIFERENCA ' WRK-EST-QTDE
                     ' LOJA ' WRK-LOJA
                     DELIMITED BY SIZE INTO WRK-AUD-DETALHE
              CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                      WRK-AUD-DETALHE WRK-OPERADOR-ID
           ELSE
              ADD 1 TO WRK-QTDERECUSADOS
              MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
              DISPLAY 'PRODUTO ' INV-PRODUTO ' DIFERENCA '
                      WRK-DIFERENCA-ED
                      ' DEIXARIA O SALDO NEGATIVO - RECONTAR'
           END-IF.

       0260-SELECIONAR-ITENS.
           MOVE 'N' TO WRK-FIM-INVENTARIO.
           OPEN INPUT ARQ-INVENTARIO.
           PERFORM UNTIL FIM-INVENTARIO
              READ ARQ-INVENTARIO NEXT RECORD
                 AT END
                    SET FIM-INVENTARIO TO TRUE
                 NOT AT END
                    MOVE INV-CATEGORIA   TO CLAS-CATEGORIA
                    MOVE INV-PRODUTO     TO CLAS-PRODUTO
                    MOVE INV-SALDOLIVRO  TO CLAS-SALDOLIVRO
                    MOVE INV-QTDECONTADA TO CLAS-QTDECONTADA
                    MOVE INV-CUSTOMEDIO  TO CLAS-CUSTOMEDIO
                    MOVE INV-SITUACAO    TO CLAS-SITUACAO
                    MOVE INV-LOJA        TO WRK-LOJA
                    RELEASE REG-CLASSIFICA
              END-READ
           END-PERFORM.
           CLOSE ARQ-INVENTARIO.

       0290-BUSCAR-PRODUTO.
           MOVE SPACES TO PROD-CATEGORIA.
           MOVE SPACES TO WRK-DESCRICAO.
           IF PRODUTOS-ABERTO
              MOVE WRK-PRODUTO TO PROD-CODIGO
              READ ARQ-PRODUTOS
                 INVALID KEY
                    MOVE SPACES TO PROD-CATEGORIA
                    MOVE '*** NAO CADASTRADO ***' TO WRK-DESCRICAO
                 NOT INVALID KEY
                    MOVE PROD-DESCRICAO TO WRK-DESCRICAO
              END-READ
           END-IF.

       0300-FINALIZAR.
           IF PRODUTOS-ABERTO
              CLOSE ARQ-PRODUTOS
           END-IF.
           DISPLAY 'INVENTARIO FISICO ENCERRADO'.

       0900-ABRIR-SPOOL.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE 'DIVERGENCIA INVENTARIO' TO WRK-SPL-RELATORIO.
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
