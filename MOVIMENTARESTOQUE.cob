      ***             CONTROLARESTOQUE (ENTRADAS E AJUSTES) E
      ***             PELOS PROGRAMAS QUE POSTAM VENDA
      ***             (VALORESVENDAS, IMPORTARVENDAS E
      ***             REPROCESSARVENDAS). QUANDO A LOJA E
      ***             INFORMADA (DIFERENTE DE ZERO) O MOVIMENTO
      ***             TAMBEM ATUALIZA O SALDO DA LOJA NO
      ***             SALDOLOJAS E O SALDO DEVOLVIDO E O DA
      ***             LOJA. FUNCOES:
      ***             S = CONSULTAR SALDO (OK=N SEM CONTROLE)
      ***             V = BAIXA POR VENDA (OK=N SE FICOU
      ***                 NEGATIVO NA EMPRESA OU NA LOJA, BAIXA
      ***                 EFETIVADA MESMO ASSIM PARA O SALDO
      ***                 DIZER A VERDADE)
      ***             C = ESTORNO POR CANCELAMENTO
      ***             E = ENTRADA DE MERCADORIA (CRIA SALDO),
      ***                 RECALCULANDO O CUSTO MEDIO PONDERADO
      ***                 COM O CUSTO UNITARIO INFORMADO (CUSTO
      ***                 ZERO MANTEM O CUSTO MEDIO ATUAL)
      ***             A = AJUSTE COM QUANTIDADE COM SINAL
      ***                 (OK=N SE DEIXARIA NEGATIVO, NADA
      ***                 GRAVADO)
      ***             I = AJUSTE DE INVENTARIO FISICO, MESMA
      ***                 REGRA DO A, GRAVADO NO DIARIO COM A
      ***                 FUNCAO I (INVENTARIOESTOQUE)
      ***             T = SAIDA DA LOJA POR TRANSFERENCIA, SEM
      ***                 MEXER NO TOTAL DA EMPRESA (OK=N SE
      ***                 DEIXARIA A LOJA NEGATIVA, NADA
      ***                 GRAVADO)
      ***             R = ENTRADA NA LOJA POR TRANSFERENCIA
      ***                 RECEBIDA OU CANCELADA, SEM MEXER NO
      ***                 TOTAL DA EMPRESA
      ***             T E R EXIGEM LOJA E PRODUTO CONTROLADO.
      ***             CADA MOVIMENTO EFETIVADO E REGISTRADO
      ***             NO DIARIO MOVIMENTOSESTOQUE. EM TODAS AS
      ***             FUNCOES O CUSTO MEDIO VIGENTE DO PRODUTO
      ***             VOLTA NO PARAMETRO DE CUSTO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 01/09/2026
      ******************************************************
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EST-PRODUTO
             FILE STATUS IS WRK-FS-SALDOESTOQUE.
           SELECT ARQ-SALDOLOJAS ASSIGN TO 'SALDOLOJAS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SLJ-CHAVE
             FILE STATUS IS WRK-FS-SALDOLOJAS.
           SELECT ARQ-MOVIMENTOSESTOQUE
             ASSIGN TO 'MOVIMENTOSESTOQUE'
             ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD  ARQ-SALDOESTOQUE.
       COPY SALDOESTOQUE.
       FD  ARQ-SALDOLOJAS.
       COPY SALDOLOJAS.
       FD  ARQ-MOVIMENTOSESTOQUE.
       01  REG-MOVIMENTOESTOQUE.
           02  MEST-ANO            PIC 9(04).
           02  MEST-FUNCAO         PIC X(01).
           02  MEST-QTDE           PIC S9(05).
           02  MEST-SALDOAPOS      PIC S9(07).
           02  MEST-LOJA           PIC 9(03).
           02  MEST-SALDOLOJA      PIC S9(07).
       WORKING-STORAGE SECTION.
       COPY DATASISTEMA.
       77  WRK-FS-SALDOESTOQUE PIC X(02) VALUE ZEROS.
       77  WRK-FS-MOVIMENTOS   PIC X(02) VALUE ZEROS.
       77  WRK-FS-SALDOLOJAS   PIC X(02) VALUE ZEROS.
       77  WRK-SW-EXISTE       PIC X(01) VALUE 'N'.
           88  SALDO-EXISTE              VALUE 'S'.
       77  WRK-SW-EXISTELOJA   PIC X(01) VALUE 'N'.
           88  SALDOLOJA-EXISTE          VALUE 'S'.
       77  WRK-SALDONOVO       PIC S9(07) VALUE ZEROS.
       77  WRK-SALDOLOJANOVO   PIC S9(07) VALUE ZEROS.
       77  WRK-QTDELOJA        PIC S9(05) VALUE ZEROS.
       77  WRK-CUSTOTOTAL      PIC 9(13)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01  EST-LK-FUNCAO       PIC X(01).
       01  EST-LK-PRODUTO      PIC X(06).
       01  EST-LK-QTDE         PIC S9(05).
       01  EST-LK-SALDO        PIC S9(07).
       01  EST-LK-OK           PIC X(01).
       01  EST-LK-CUSTO        PIC 9(06)V99.
       01  EST-LK-LOJA         PIC 9(03).
       PROCEDURE DIVISION USING EST-LK-FUNCAO EST-LK-PRODUTO
               EST-LK-QTDE EST-LK-SALDO EST-LK-OK EST-LK-CUSTO
               EST-LK-LOJA.
       0000-PRINCIPAL.
            MOVE 'S'   TO EST-LK-OK.
            MOVE ZEROS TO EST-LK-SALDO.
            PERFORM 0100-ABRIR-SALDO.
            PERFORM 0110-LER-SALDO.
            IF EST-LK-LOJA GREATER THAN ZEROS
               PERFORM 0120-ABRIR-SALDOLOJA
               PERFORM 0130-LER-SALDOLOJA
            END-IF.
            EVALUATE EST-LK-FUNCAO
               WHEN 'S'
                  PERFORM 0200-CONSULTAR
               WHEN 'E'
                  PERFORM 0230-ENTRADA
               WHEN 'A'
               WHEN 'I'
                  PERFORM 0240-AJUSTE
               WHEN 'T'
                  PERFORM 0260-SAIDA-TRANSFERENCIA
               WHEN 'R'
                  PERFORM 0270-ENTRADA-TRANSFERENCIA
               WHEN OTHER
                  MOVE 'N' TO EST-LK-OK
            END-EVALUATE.
            IF SALDO-EXISTE
               MOVE EST-CUSTOMEDIO TO EST-LK-CUSTO
               IF EST-LK-LOJA GREATER THAN ZEROS
                  MOVE SLJ-SALDO TO EST-LK-SALDO
               END-IF
            ELSE
               MOVE ZEROS TO EST-LK-CUSTO
            END-IF.
            CLOSE ARQ-SALDOESTOQUE.
            IF EST-LK-LOJA GREATER THAN ZEROS
               CLOSE ARQ-SALDOLOJAS
            END-IF.
            GOBACK.

       0100-ABRIR-SALDO.
                 MOVE EST-SALDO TO EST-LK-SALDO
           END-READ.

       0120-ABRIR-SALDOLOJA.
           OPEN I-O ARQ-SALDOLOJAS.
           IF WRK-FS-SALDOLOJAS EQUAL '35'
              OPEN OUTPUT ARQ-SALDOLOJAS
              CLOSE ARQ-SALDOLOJAS
              OPEN I-O ARQ-SALDOLOJAS
           END-IF.

       0130-LER-SALDOLOJA.
           MOVE 'N' TO WRK-SW-EXISTELOJA.
           MOVE EST-LK-PRODUTO TO SLJ-PRODUTO.
           MOVE EST-LK-LOJA    TO SLJ-LOJA.
           READ ARQ-SALDOLOJAS
              INVALID KEY
                 MOVE EST-LK-PRODUTO TO SLJ-PRODUTO
                 MOVE EST-LK-LOJA    TO SLJ-LOJA
                 MOVE ZEROS          TO SLJ-SALDO
                 MOVE ZEROS          TO SLJ-MINIMO
              NOT INVALID KEY
                 SET SALDOLOJA-EXISTE TO TRUE
           END-READ.

       0140-MOVER-LOJA.
           IF EST-LK-LOJA GREATER THAN ZEROS
              COMPUTE WRK-SALDOLOJANOVO = SLJ-SALDO + WRK-QTDELOJA
              MOVE WRK-SALDOLOJANOVO TO SLJ-SALDO
              IF SALDOLOJA-EXISTE
                 REWRITE REG-SALDOLOJA
              ELSE
                 WRITE REG-SALDOLOJA
                 SET SALDOLOJA-EXISTE TO TRUE
              END-IF
           END-IF.

       0200-CONSULTAR.
           IF NOT SALDO-EXISTE
              MOVE 'N' TO EST-LK-OK
              IF WRK-SALDONOVO LESS THAN ZEROS
                 MOVE 'N' TO EST-LK-OK
              END-IF
              COMPUTE WRK-QTDELOJA = ZEROS - EST-LK-QTDE
              PERFORM 0140-MOVER-LOJA
              IF EST-LK-LOJA GREATER THAN ZEROS
                 AND SLJ-SALDO LESS THAN ZEROS
                 MOVE 'N' TO EST-LK-OK
              END-IF
              PERFORM 0250-GRAVAR-MOVIMENTO
           END-IF.

              MOVE WRK-SALDONOVO TO EST-SALDO
              REWRITE REG-ESTOQUE
              MOVE WRK-SALDONOVO TO EST-LK-SALDO
              MOVE EST-LK-QTDE TO WRK-QTDELOJA
              PERFORM 0140-MOVER-LOJA
              PERFORM 0250-GRAVAR-MOVIMENTO
           END-IF.

       0230-ENTRADA.
           IF SALDO-EXISTE
              COMPUTE WRK-SALDONOVO = EST-SALDO + EST-LK-QTDE
              PERFORM 0235-CALCULAR-CUSTOMEDIO
              MOVE WRK-SALDONOVO TO EST-SALDO
              REWRITE REG-ESTOQUE
           ELSE
              MOVE EST-LK-PRODUTO TO EST-PRODUTO
              MOVE EST-LK-QTDE    TO EST-SALDO
              MOVE ZEROS          TO EST-MINIMO
              MOVE EST-LK-CUSTO   TO EST-CUSTOMEDIO
              MOVE EST-LK-QTDE    TO WRK-SALDONOVO
              WRITE REG-ESTOQUE
              SET SALDO-EXISTE TO TRUE
           END-IF.
           MOVE WRK-SALDONOVO TO EST-LK-SALDO.
           MOVE EST-LK-QTDE TO WRK-QTDELOJA.
           PERFORM 0140-MOVER-LOJA.
           PERFORM 0250-GRAVAR-MOVIMENTO.

       0235-CALCULAR-CUSTOMEDIO.
           IF EST-LK-CUSTO EQUAL ZEROS
              CONTINUE
           ELSE
              IF EST-SALDO NOT GREATER THAN ZEROS
                 OR EST-CUSTOMEDIO EQUAL ZEROS
                 MOVE EST-LK-CUSTO TO EST-CUSTOMEDIO
              ELSE
                 COMPUTE WRK-CUSTOTOTAL =
                         EST-SALDO * EST-CUSTOMEDIO
                       + EST-LK-QTDE * EST-LK-CUSTO
                 COMPUTE EST-CUSTOMEDIO ROUNDED =
                         WRK-CUSTOTOTAL / WRK-SALDONOVO
              END-IF
           END-IF.

       0240-AJUSTE.
           IF SALDO-EXISTE
              COMPUTE WRK-SALDONOVO = EST-SALDO + EST-LK-QTDE
           ELSE
              MOVE EST-LK-QTDE TO WRK-SALDONOVO
           END-IF.
           MOVE ZEROS TO WRK-SALDOLOJANOVO.
           IF EST-LK-LOJA GREATER THAN ZEROS
              COMPUTE WRK-SALDOLOJANOVO = SLJ-SALDO + EST-LK-QTDE
           END-IF.
           IF WRK-SALDONOVO LESS THAN ZEROS
              OR WRK-SALDOLOJANOVO LESS THAN ZEROS
              MOVE 'N' TO EST-LK-OK
           ELSE
              IF SALDO-EXISTE
                 MOVE EST-LK-PRODUTO TO EST-PRODUTO
                 MOVE WRK-SALDONOVO  TO EST-SALDO
                 MOVE ZEROS          TO EST-MINIMO
                 MOVE ZEROS          TO EST-CUSTOMEDIO
                 WRITE REG-ESTOQUE
                 SET SALDO-EXISTE TO TRUE
              END-IF
              MOVE WRK-SALDONOVO TO EST-LK-SALDO
              MOVE EST-LK-QTDE TO WRK-QTDELOJA
              PERFORM 0140-MOVER-LOJA
              PERFORM 0250-GRAVAR-MOVIMENTO
           END-IF.

       0260-SAIDA-TRANSFERENCIA.
           IF NOT SALDO-EXISTE
              OR EST-LK-LOJA EQUAL ZEROS
              MOVE 'N' TO EST-LK-OK
           ELSE
              IF SLJ-SALDO - EST-LK-QTDE LESS THAN ZEROS
                 MOVE 'N' TO EST-LK-OK
              ELSE
                 MOVE EST-SALDO TO WRK-SALDONOVO
                 COMPUTE WRK-QTDELOJA = ZEROS - EST-LK-QTDE
                 PERFORM 0140-MOVER-LOJA
                 PERFORM 0250-GRAVAR-MOVIMENTO
              END-IF
           END-IF.

       0270-ENTRADA-TRANSFERENCIA.
           IF NOT SALDO-EXISTE
              OR EST-LK-LOJA EQUAL ZEROS
              MOVE 'N' TO EST-LK-OK
           ELSE
              MOVE EST-SALDO   TO WRK-SALDONOVO
              MOVE EST-LK-QTDE TO WRK-QTDELOJA
              PERFORM 0140-MOVER-LOJA
              PERFORM 0250-GRAVAR-MOVIMENTO
           END-IF.

           MOVE EST-LK-FUNCAO  TO MEST-FUNCAO.
           MOVE EST-LK-QTDE    TO MEST-QTDE.
           MOVE WRK-SALDONOVO  TO MEST-SALDOAPOS.
           MOVE EST-LK-LOJA    TO MEST-LOJA.
           IF EST-LK-LOJA GREATER THAN ZEROS
              MOVE SLJ-SALDO TO MEST-SALDOLOJA
           ELSE
              MOVE ZEROS     TO MEST-SALDOLOJA
           END-IF.
           WRITE REG-MOVIMENTOESTOQUE.
           CLOSE ARQ-MOVIMENTOSESTOQUE.
