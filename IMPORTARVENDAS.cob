      ***             ABORTA A CARGA ANTES DE QUALQUER
      ***             POSTAGEM. LINHAS VALIDAS ALIMENTAM O
      ***             DETALHEVENDA E O MESESVENDA, LINHAS
      ***             INVALIDAS VAO PARA O REJEITADOSPOS. O
      ***             PRECO E CONFERIDO COM A PROMOCAO VIGENTE
      ***             NO DIA DO HEADER (APLICARPROMOCAO), CUJO
      ***             CODIGO VAI PARA O DETALHEVENDA. O ESTOQUE
      ***             CONFERIDO E BAIXADO E O DA LOJA DA CARGA.
      ***             A FORMA DE PAGAMENTO DA LINHA (D, C OU P)
      ***             VAI PARA O DETALHEVENDA; EM BRANCO VALE
      ***             CREDIARIO COM CLIENTE E DINHEIRO SEM. O
      ***             CONTROLECARGA GUARDA O TOTAL POR FORMA
      ***             PARA O FECHAMENTO DE CAIXA DA LOJA. O
      ***             CUSTO MEDIO DEVOLVIDO NA BAIXA DO ESTOQUE
      ***             FICA GRAVADO NA LINHA DO DETALHEVENDA
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
               03  MOV-DET-VALOR   PIC 9(06)V99.
               03  MOV-DET-CLIENTE PIC 9(06).
               03  MOV-DET-PARCELAS PIC 9(02).
               03  MOV-DET-FORMAPAGTO PIC X(01).
               03  FILLER          PIC X(03).
           02  MOV-DADOS-TRAILER REDEFINES MOV-DADOS.
               03  MOV-TRL-QTDE    PIC 9(06).
               03  MOV-TRL-TOTAL   PIC 9(10)V99.
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-PERIODOS.
       01  REG-PERIODO.
           02  PER-CHAVE.
           88 VENDASSUSPENSAS-ABERTO       VALUE 'S'.
       77 WRK-SW-SUSPENDER     PIC X(01)   VALUE 'N'.
           88 ENVIAR-SUSPENSO              VALUE 'S'.
       77 WRK-CRE-OK           PIC X(01)   VALUE 'S'.
           88 CREDITO-OK                   VALUE 'S'.
           88 CREDITO-BLOQUEADO            VALUE 'B'.
           88 LIMITE-EXCEDIDO              VALUE 'L'.
       77 WRK-SW-TEMPRECO      PIC X(01)   VALUE 'N'.
           88 TEM-PRECO-TABELA             VALUE 'S'.
       77 WRK-FIM-PRECOS       PIC X(01)   VALUE 'N'.
       77 WRK-TOLERANCIA       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VIGVENDA         PIC 9(06)   VALUE ZEROS.
       77 WRK-VIGPRECO         PIC 9(06)   VALUE ZEROS.
       77 WRK-PRM-FUNCAO       PIC X(01)   VALUE 'B'.
       77 WRK-PRM-DATA         PIC 9(08)   VALUE ZEROS.
       77 WRK-PRECO-PROMO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PROMOCAO         PIC X(06)   VALUE SPACES.
       77 WRK-QTDE             PIC 9(05)   VALUE ZEROS.
       77 WRK-PRECOUNIT        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDESUSPENSAS    PIC 9(06)   VALUE ZEROS.
       77 WRK-FORMAPAGTO       PIC X(01)   VALUE SPACES.
           88 FORMA-PAGTO-VALIDA           VALUE 'D' 'C' 'P'.
           88 FORMA-DINHEIRO               VALUE 'D'.
           88 FORMA-CARTAO                 VALUE 'C'.
           88 FORMA-CREDIARIO              VALUE 'P'.
       77 WRK-TOTDINHEIRO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTCARTAO        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTCREDIARIO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EST-FUNCAO       PIC X(01)   VALUE SPACES.
       77 WRK-EST-QTDE         PIC S9(05)  VALUE ZEROS.
       77 WRK-EST-SALDO        PIC S9(07)  VALUE ZEROS.
       77 WRK-EST-CUSTO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EST-OK           PIC X(01)   VALUE 'S'.
           88 ESTOQUE-CONTROLADO           VALUE 'S'.
       77 WRK-EST-SUFICIENTE   PIC X(01)   VALUE 'S'.
              WHEN MOV-DETALHE
                 ADD 1 TO WRK-QTDELINHAS
                 ADD MOV-DET-VALOR TO WRK-TOTALLINHAS
                 PERFORM 0125-APURAR-FORMAPAGTO
                 EVALUATE TRUE
                    WHEN FORMA-DINHEIRO
                       ADD MOV-DET-VALOR TO WRK-TOTDINHEIRO
                    WHEN FORMA-CARTAO
                       ADD MOV-DET-VALOR TO WRK-TOTCARTAO
                    WHEN FORMA-CREDIARIO
                       ADD MOV-DET-VALOR TO WRK-TOTCREDIARIO
                 END-EVALUATE
              WHEN MOV-TRAILER
                 SET TRAILER-LIDO TO TRUE
                 IF MOV-TRL-QTDE NOT EQUAL WRK-QTDELINHAS
              PERFORM 0110-LER-MOVIMENTO
           END-IF.

       0125-APURAR-FORMAPAGTO.
           MOVE MOV-DET-FORMAPAGTO TO WRK-FORMAPAGTO.
           IF WRK-FORMAPAGTO EQUAL SPACES
              IF MOV-DET-CLIENTE GREATER THAN ZEROS
                 MOVE 'P' TO WRK-FORMAPAGTO
              ELSE
                 MOVE 'D' TO WRK-FORMAPAGTO
              END-IF
           END-IF.

       0130-AVALIAR-CONFERENCIA.
           EVALUATE TRUE
              WHEN NOT HEADER-LIDO
                 MOVE MOV-DET-VALOR    TO WRK-VALOR
                 MOVE MOV-DET-CLIENTE  TO WRK-CLIENTE
                 MOVE MOV-DET-PARCELAS TO WRK-PARCELAS
                 PERFORM 0125-APURAR-FORMAPAGTO
                 PERFORM 0240-VALIDAR-LANCAMENTO
                 EVALUATE TRUE
                    WHEN LANCAMENTO-VALIDO
           MOVE 'S'    TO WRK-LANC-VALIDO.
           MOVE 'N'    TO WRK-SW-SUSPENDER.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-PROMOCAO.
           MOVE WRK-MESVENDA  TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 12            TO WRK-VAL-MAXIMO.
              ELSE
                 PERFORM 0248-VERIFICAR-ESTOQUE
                 IF NOT ESTOQUE-SUFICIENTE
                    MOVE 'ESTOQUE DA LOJA INSUFICIENTE'
                      TO WRK-MOTIVO
                    MOVE 'N' TO WRK-LANC-VALIDO
                 ELSE
                    PERFORM 0245-VERIFICAR-PRECO-TABELA
                 END-IF
              END-IF
           END-IF.
           IF LANCAMENTO-VALIDO
              EVALUATE TRUE
                 WHEN NOT FORMA-PAGTO-VALIDA
                    MOVE 'FORMA DE PAGAMENTO INVALIDA'
                      TO WRK-MOTIVO
                    MOVE 'N' TO WRK-LANC-VALIDO
                 WHEN FORMA-CREDIARIO
                      AND WRK-CLIENTE EQUAL ZEROS
                    MOVE 'CREDIARIO SEM CLIENTE' TO WRK-MOTIVO
                    MOVE 'N' TO WRK-LANC-VALIDO
                 WHEN NOT FORMA-CREDIARIO
                      AND WRK-CLIENTE GREATER THAN ZEROS
                    MOVE 'CLIENTE SO NO CREDIARIO (P)'
                      TO WRK-MOTIVO
                    MOVE 'N' TO WRK-LANC-VALIDO
              END-EVALUATE
           END-IF.
           IF LANCAMENTO-VALIDO
              AND WRK-CLIENTE GREATER THAN ZEROS
              PERFORM 0252-VALIDAR-CLIENTE
                    MOVE 'PARCELAS INVALIDAS (1 A 12)'
                      TO WRK-MOTIVO
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
                       MOVE 'N' TO WRK-LANC-VALIDO
                       SET ENVIAR-SUSPENSO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
              CONTINUE
           ELSE
              PERFORM 0246-BUSCAR-PRECO-TABELA
              IF NOT TEM-PRECO-TABELA
                 MOVE ZEROS TO WRK-PRECO-TABELA
              END-IF
              PERFORM 0247-BUSCAR-PROMOCAO
              IF TEM-PRECO-TABELA
                 OR WRK-PROMOCAO NOT EQUAL SPACES
                 COMPUTE WRK-VALOR-TABELA =
                         WRK-QTDE * WRK-PRECO-PROMO
                 COMPUTE WRK-TOLERANCIA ROUNDED =
                         WRK-VALOR-TABELA * 0,02
                 IF WRK-VALOR GREATER THAN
              END-READ
           END-PERFORM.

       0247-BUSCAR-PROMOCAO.
           MOVE 'B' TO WRK-PRM-FUNCAO.
           COMPUTE WRK-PRM-DATA = WRK-ANOVENDA * 10000
                                + WRK-MESVENDA * 100 + WRK-CARGA-DIA.
           CALL 'APLICARPROMOCAO' USING WRK-PRM-FUNCAO WRK-PRM-DATA
                   WRK-LOJA WRK-PRODUTO PROD-CATEGORIA
                   WRK-PRECO-TABELA WRK-PRECO-PROMO WRK-PROMOCAO.

       0248-VERIFICAR-ESTOQUE.
           MOVE 'S'   TO WRK-EST-SUFICIENTE.
           MOVE 'S'   TO WRK-EST-FUNCAO.
           MOVE ZEROS TO WRK-EST-QTDE.
           CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                   WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                   WRK-EST-OK WRK-EST-CUSTO WRK-LOJA.
           IF ESTOQUE-CONTROLADO
              AND WRK-QTDE GREATER THAN WRK-EST-SALDO
              MOVE 'N' TO WRK-EST-SUFICIENTE
           MOVE WRK-PRECOUNIT TO DET-PRECOUNIT.
           MOVE WRK-VALOR     TO DET-VALOR.
           MOVE WRK-CARGA-DATA TO DET-CARGA.
           MOVE WRK-CARGA-DIA TO DET-DIA.
           MOVE WRK-PROMOCAO  TO DET-PROMOCAO.
           MOVE WRK-FORMAPAGTO TO DET-FORMAPAGTO.
           MOVE ZEROS         TO DET-CUSTOUNIT.
           IF WRK-QTDE GREATER THAN ZEROS
              MOVE 'V'      TO WRK-EST-FUNCAO
              MOVE WRK-QTDE TO WRK-EST-QTDE
              CALL 'MOVIMENTARESTOQUE' USING WRK-EST-FUNCAO
                      WRK-PRODUTO WRK-EST-QTDE WRK-EST-SALDO
                      WRK-EST-OK WRK-EST-CUSTO WRK-LOJA
              MOVE WRK-EST-CUSTO TO DET-CUSTOUNIT
           END-IF.
           WRITE REG-DETALHE.
           IF WRK-CLIENTE GREATER THAN ZEROS
              CALL 'GERARPARCELAS' USING WRK-CLIENTE WRK-ANOVENDA
                      WRK-MESVENDA WRK-VALOR WRK-PARCELAS
           MOVE WRK-PRECOUNIT TO SUS-PRECOUNIT.
           MOVE WRK-VALOR     TO SUS-VALOR.
           MOVE WRK-MOTIVO    TO SUS-MOTIVO.
           MOVE WRK-CARGA-DIA TO SUS-DIA.
           MOVE WRK-PROMOCAO  TO SUS-PROMOCAO.
           MOVE WRK-FORMAPAGTO TO SUS-FORMAPAGTO.
           WRITE REG-SUSPENSA.
           ADD 1 TO WRK-QTDESUSPENSAS.

           CLOSE ARQ-MESESVENDA.
           CLOSE ARQ-DETALHEVENDA.
           CLOSE ARQ-REJEITADOSPOS.
           MOVE 'F' TO WRK-PRM-FUNCAO.
           CALL 'APLICARPROMOCAO' USING WRK-PRM-FUNCAO WRK-PRM-DATA
                   WRK-LOJA WRK-PRODUTO PROD-CATEGORIA
                   WRK-PRECO-TABELA WRK-PRECO-PROMO WRK-PROMOCAO.
           IF VENDEDORES-ABERTO
              CLOSE ARQ-VENDEDORES
           END-IF.
           MOVE WRK-QTDEIMPORTADAS TO CGA-QTDE.
           MOVE WRK-TOTALLINHAS  TO CGA-TOTAL.
           MOVE WRK-OPERADOR-ID  TO CGA-OPERADOR.
           MOVE WRK-TOTDINHEIRO  TO CGA-TOTDINHEIRO.
           MOVE WRK-TOTCARTAO    TO CGA-TOTCARTAO.
           MOVE WRK-TOTCREDIARIO TO CGA-TOTCREDIARIO.
           WRITE REG-CARGA
              INVALID KEY
                 REWRITE REG-CARGA
