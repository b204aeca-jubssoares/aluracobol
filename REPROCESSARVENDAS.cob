      ***             GRAVADOS NO ARQUIVO DE SUSPENSOS,
      ***             PERMITINDO CORRIGIR O CAMPO ERRADO E
      ***             POSTAR NO MESESVENDA/DETALHEVENDA SEM
      ***             REDIGITAR O LANCAMENTO INTEIRO. O DIA DA
      ***             VENDA, A PROMOCAO E A FORMA DE PAGAMENTO
      ***             GRAVADOS NA ENTRADA ACOMPANHAM O
      ***             LANCAMENTO ATE O DETALHEVENDA, QUE GRAVA
      ***             TAMBEM O CUSTO MEDIO DEVOLVIDO NA
      ***             MOVIMENTACAO DO ESTOQUE
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 22/08/2026
      ******************************************************
       FD  ARQ-VENDASSUSPENSAS.
       COPY VENDASSUSPENSAS.
       FD  ARQ-SUSPENSASTMP.
       01  REG-SUSPENSATMP         PIC X(92).
       FD  ARQ-MESESVENDA.
       COPY MESESVENDA.
       FD  ARQ-DETALHEVENDA.
           02  PROD-CATEGORIA      PIC X(15).
           02  PROD-SITUACAO       PIC X(01).
               88  PRODUTO-ATIVO             VALUE 'A'.
           02  PROD-CLASSEABC      PIC X(01).
       FD  ARQ-PERIODOS.
       01  REG-PERIODO.
           02  PER-CHAVE.
       77 WRK-NETPOSTADO       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ANOVENDA         PIC 9(04)   VALUE ZEROS.
       77 WRK-MESVENDA         PIC 9(02)   VALUE ZEROS.
       77 WRK-DIAVENDA         PIC 9(02)   VALUE ZEROS.
       77 WRK-PROMOCAO         PIC X(06)   VALUE SPACES.
       77 WRK-VENDEDOR         PIC 9(05)   VALUE ZEROS.
       77 WRK-LOJA             PIC 9(03)   VALUE ZEROS.
       77 WRK-CLIENTE          PIC 9(06)   VALUE ZEROS.
       77 WRK-PARCELAS         PIC 9(02)   VALUE ZEROS.
       77 WRK-FORMAPAGTO       PIC X(01)   VALUE SPACES.
           88 FORMA-PAGTO-VALIDA           VALUE 'D' 'C' 'P'.
           88 FORMA-CREDIARIO              VALUE 'P'.
       77 WRK-PAR-OK           PIC X(01)   VALUE 'S'.
           88 PARCELAS-GERADAS             VALUE 'S'.
       77 WRK-CRE-OK           PIC X(01)   VALUE 'S'.
           88 CREDITO-OK                   VALUE 'S'.
           88 CREDITO-BLOQUEADO            VALUE 'B'.
           88 LIMITE-EXCEDIDO              VALUE 'L'.
       77 WRK-PRODUTO          PIC X(06)   VALUE SPACES.
       77 WRK-QTDE             PIC 9(05)   VALUE ZEROS.
       77 WRK-PRECOUNIT        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EST-FUNCAO       PIC X(01)   VALUE SPACES.
       77 WRK-EST-QTDE         PIC S9(05)  VALUE ZEROS.
       77 WRK-EST-SALDO        PIC S9(07)  VALUE ZEROS.
       77 WRK-EST-CUSTO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EST-OK           PIC X(01)   VALUE 'S'.
           88 ESTOQUE-OK                   VALUE 'S'.
       77 WRK-VALOR            PIC 9(09)V99 VALUE ZEROS.
           MOVE SUS-TIPO     TO WRK-TIPO.
           MOVE SUS-ANO      TO WRK-ANOVENDA.
           MOVE SUS-MES      TO WRK-MESVENDA.
           MOVE SUS-DIA      TO WRK-DIAVENDA.
           MOVE SUS-PROMOCAO TO WRK-PROMOCAO.
           MOVE SUS-LOJA     TO WRK-LOJA.
           MOVE SUS-CLIENTE  TO WRK-CLIENTE.
           MOVE SUS-PARCELAS TO WRK-PARCELAS.
           MOVE SUS-FORMAPAGTO TO WRK-FORMAPAGTO.
           MOVE SUS-VENDEDOR TO WRK-VENDEDOR.
           MOVE SUS-PRODUTO  TO WRK-PRODUTO.
           MOVE SUS-QTDE     TO WRK-QTDE.
                   ' ANO ' SUS-ANO ' MES ' SUS-MES
                   ' VENDEDOR ' SUS-VENDEDOR
                   ' PRODUTO ' SUS-PRODUTO
                   ' VALOR R$' WRK-VALOR-ED
                   ' FORMA ' SUS-FORMAPAGTO.
           DISPLAY 'MOTIVO: ' SUS-MOTIVO.
           DISPLAY ' 1 - POSTAR COMO ESTA'.
           DISPLAY ' 2 - CORRIGIR E POSTAR'.
           ACCEPT WRK-ANOVENDA.
           DISPLAY 'MES DA VENDA '.
           ACCEPT WRK-MESVENDA.
           DISPLAY 'DIA DA VENDA '.
           ACCEPT WRK-DIAVENDA.
           DISPLAY 'LOJA '.
           ACCEPT WRK-LOJA.
           DISPLAY 'CLIENTE (0 = A VISTA) '.
           ACCEPT WRK-CLIENTE.
           DISPLAY 'PARCELAS '.
           ACCEPT WRK-PARCELAS.
           DISPLAY 'FORMA DE PAGAMENTO (D/C/P) '.
           ACCEPT WRK-FORMAPAGTO.
           DISPLAY 'QUANTIDADE '.
           ACCEPT WRK-QTDE.
           DISPLAY 'PRECO UNITARIO '.
              MOVE 'TIPO INVALIDO (V OU C)' TO WRK-MOTIVO
              MOVE 'N' TO WRK-LANC-VALIDO
           END-IF.
           IF NOT FORMA-PAGTO-VALIDA
              MOVE 'FORMA INVALIDA (D, C OU P)' TO WRK-MOTIVO
              MOVE 'N' TO WRK-LANC-VALIDO
           END-IF.
           IF WRK-TIPO EQUAL 'V'
              AND FORMA-CREDIARIO
              AND WRK-CLIENTE EQUAL ZEROS
              MOVE 'CREDIARIO EXIGE CLIENTE' TO WRK-MOTIVO
              MOVE 'N' TO WRK-LANC-VALIDO
           END-IF.
           IF WRK-TIPO EQUAL 'V'
              AND NOT FORMA-CREDIARIO
              AND WRK-CLIENTE GREATER THAN ZEROS
              MOVE 'CLIENTE SO NO CREDIARIO (P)' TO WRK-MOTIVO
              MOVE 'N' TO WRK-LANC-VALIDO
           END-IF.
           MOVE WRK-MESVENDA  TO WRK-VAL-VALOR.
           MOVE 1             TO WRK-VAL-MINIMO.
           MOVE 12            TO WRK-VAL-MAXIMO.
              IF NOT ANOVENDA-VALIDO
                 MOVE 'ANO DA VENDA INVALIDO' TO WRK-MOTIVO
                 MOVE 'N' TO WRK-LANC-VALIDO
              END-IF
              IF WRK-DIAVENDA GREATER THAN 31
                 MOVE 'DIA DA VENDA INVALIDO' TO WRK-MOTIVO
                 MOVE 'N' TO WRK-LANC-VALIDO
              END-IF
              IF LANCAMENTO-VALIDO
                 PERFORM 0234-VERIFICAR-PERIODO
                 IF NOT PERIODO-LIVRE
                    MOVE 'PERIODO FECHADO' TO WRK-MOTIVO
                 MOVE 'N' TO WRK-LANC-VALIDO
              END-IF
           END-IF.
           IF LANCAMENTO-VALIDO AND WRK-TIPO EQUAL 'V'
              AND WRK-CLIENTE GREATER THAN ZEROS
              CALL 'VERIFICARCREDITO' USING WRK-CLIENTE WRK-VALOR
                      WRK-CRE-OK
              IF NOT CREDITO-OK
                 IF LIMITE-EXCEDIDO
                    MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WRK-MOTIVO
                 ELSE
                    MOVE 'CLIENTE COM CREDITO BLOQUEADO' TO WRK-MOTIVO
                 END-IF
                 MOVE 'N' TO WRK-LANC-VALIDO
              END-IF
           END-IF.

       0236-VALIDAR-CANCELAMENTO.
           MOVE 'S' TO WRK-CANCEL-VALIDO.
           MOVE WRK-PRECOUNIT TO SUS-PRECOUNIT.
           MOVE WRK-VALOR     TO SUS-VALOR.
           MOVE WRK-MOTIVO    TO SUS-MOTIVO.
           MOVE WRK-DIAVENDA  TO SUS-DIA.
           MOVE WRK-PROMOCAO  TO SUS-PROMOCAO.
           MOVE WRK-FORMAPAGTO TO SUS-FORMAPAGTO.
           WRITE REG-SUSPENSATMP FROM REG-SUSPENSA.

       0250-POSTAR.
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
              IF NOT ESTOQUE-OK
                 DISPLAY 'ATENCAO: SALDO DE ESTOQUE FICOU '
                         'NEGATIVO PARA ' WRK-PRODUTO
                         ' NA LOJA ' WRK-LOJA
              END-IF
           END-IF.
           WRITE REG-DETALHE.
           IF WRK-TIPO EQUAL 'V'
              AND WRK-CLIENTE GREATER THAN ZEROS
              AND WRK-PARCELAS GREATER THAN ZEROS
