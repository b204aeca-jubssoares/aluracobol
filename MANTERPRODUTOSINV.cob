       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERPRODUTOSINV.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: MANUTENCAO DO CATALOGO DE PRODUTOS DE
      ***             INVESTIMENTO (PRODUTOSINVEST): TIPO
      ***             (CDB, LCI, LCA, POUPANCA), REGIME DE IR
      ***             (R=REGRESSIVO, I=ISENTO, F=ALIQUOTA
      ***             FIXA) E PRAZO MINIMO EM MESES. LCI E LCA
      ***             SAO SEMPRE ISENTAS. O REGIME E USADO
      ***             PELO CALCULARIR NA CARTEIRA E NA
      ***             SIMULACAO, E O PRAZO MINIMO NA RENOVACAO
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 15/10/2026
      ******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTOSINV ASSIGN TO 'PRODUTOSINVEST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PRI-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOSINV.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTOSINV.
       COPY PRODUTOSINVEST.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77  WRK-FS-PRODUTOSINV  PIC X(02) VALUE ZEROS.
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  OPCAO-ENCERRAR            VALUE 5.
       77  WRK-CODIGO          PIC 9(03) VALUE ZEROS.
       77  WRK-NOME            PIC X(30) VALUE SPACES.
       77  WRK-TIPO            PIC X(01) VALUE SPACES.
       77  WRK-REGIME          PIC X(01) VALUE SPACES.
       77  WRK-ALIQUOTA        PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CARENCIA        PIC 9(03) VALUE ZEROS.
       77  WRK-SW-VALIDO       PIC X(01) VALUE 'N'.
           88  PRODUTO-VALIDO            VALUE 'S'.
       77  WRK-FIM-PRODUTOS    PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS              VALUE 'S'.
       77  WRK-QTDEPRODUTOS    PIC 9(03) VALUE ZEROS.
       77  WRK-ALIQUOTA-ED     PIC Z9,99.
       77  WRK-AUD-PROGRAMA    PIC X(22) VALUE 'MANTERPRODUTOSINV'.
       77  WRK-AUD-DETALHE     PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
            PERFORM 0200-PROCESSAR UNTIL OPCAO-ENCERRAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

       0100-INICIAR.
           OPEN I-O ARQ-PRODUTOSINV.
           IF WRK-FS-PRODUTOSINV EQUAL '35'
              OPEN OUTPUT ARQ-PRODUTOSINV
              CLOSE ARQ-PRODUTOSINV
              OPEN I-O ARQ-PRODUTOSINV
           END-IF.

       0200-PROCESSAR.
           DISPLAY '========================================'.
           DISPLAY ' CATALOGO DE PRODUTOS DE INVESTIMENTO'.
           DISPLAY ' 1 - INCLUIR'.
           DISPLAY ' 2 - ALTERAR'.
           DISPLAY ' 3 - ATIVAR/INATIVAR'.
           DISPLAY ' 4 - LISTAR CATALOGO'.
           DISPLAY ' 5 - ENCERRAR'.
           DISPLAY '========================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN 1
                 PERFORM 0210-INCLUIR
              WHEN 2
                 PERFORM 0220-ALTERAR
              WHEN 3
                 PERFORM 0230-MUDAR-SITUACAO
              WHEN 4
                 PERFORM 0250-LISTAR
              WHEN 5
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-INCLUIR.
           DISPLAY 'CODIGO DO PRODUTO '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO PRI-CODIGO.
           READ ARQ-PRODUTOSINV
              INVALID KEY
                 DISPLAY 'NOME DO PRODUTO '
                 ACCEPT WRK-NOME
                 PERFORM 0215-LER-TRIBUTACAO
                 IF WRK-NOME EQUAL SPACES
                    DISPLAY 'NOME OBRIGATORIO - NADA GRAVADO'
                 ELSE
                    IF NOT PRODUTO-VALIDO
                       DISPLAY 'PRODUTO NAO GRAVADO'
                    ELSE
                       MOVE WRK-CODIGO   TO PRI-CODIGO
                       MOVE WRK-NOME     TO PRI-NOME
                       MOVE WRK-TIPO     TO PRI-TIPO
                       MOVE WRK-REGIME   TO PRI-REGIME
                       MOVE WRK-ALIQUOTA TO PRI-ALIQUOTA
                       MOVE WRK-CARENCIA TO PRI-CARENCIA
                       MOVE 'A'          TO PRI-SITUACAO
                       WRITE REG-PRODUTOINV
                       PERFORM 0240-GRAVAR-AUDITORIA
                       DISPLAY 'PRODUTO INCLUIDO'
                    END-IF
                 END-IF
              NOT INVALID KEY
                 DISPLAY 'PRODUTO JA CADASTRADO: ' PRI-NOME
           END-READ.

       0215-LER-TRIBUTACAO.
           DISPLAY 'TIPO (C=CDB L=LCI A=LCA P=POUPANCA) '.
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO PRI-TIPO.
           IF PRODUTO-LCI OR PRODUTO-LCA
              MOVE 'I' TO WRK-REGIME
              DISPLAY 'LCI/LCA: REGIME ISENTO DE IR'
           ELSE
              DISPLAY 'REGIME DE IR (R=REGRESSIVO I=ISENTO '
                      'F=ALIQUOTA FIXA) '
              ACCEPT WRK-REGIME
           END-IF.
           MOVE WRK-REGIME TO PRI-REGIME.
           MOVE ZEROS TO WRK-ALIQUOTA.
           IF REGIME-FIXO
              DISPLAY 'ALIQUOTA FIXA DE IR (%) '
              ACCEPT WRK-ALIQUOTA
           END-IF.
           DISPLAY 'PRAZO MINIMO EM MESES '.
           ACCEPT WRK-CARENCIA.
           MOVE 'S' TO WRK-SW-VALIDO.
           EVALUATE TRUE
              WHEN NOT TIPO-PRODUTO-VALIDO
                 DISPLAY 'TIPO INVALIDO: ' WRK-TIPO
                 MOVE 'N' TO WRK-SW-VALIDO
              WHEN NOT REGIME-VALIDO
                 DISPLAY 'REGIME INVALIDO: ' WRK-REGIME
                 MOVE 'N' TO WRK-SW-VALIDO
              WHEN REGIME-FIXO AND WRK-ALIQUOTA EQUAL ZEROS
                 DISPLAY 'ALIQUOTA FIXA OBRIGATORIA'
                 MOVE 'N' TO WRK-SW-VALIDO
              WHEN WRK-ALIQUOTA GREATER THAN 22,50
                 DISPLAY 'ALIQUOTA ACIMA DE 22,50%'
                 MOVE 'N' TO WRK-SW-VALIDO
              WHEN WRK-CARENCIA GREATER THAN 360
                 DISPLAY 'PRAZO MINIMO ACIMA DE 360 MESES'
                 MOVE 'N' TO WRK-SW-VALIDO
           END-EVALUATE.

       0220-ALTERAR.
           DISPLAY 'CODIGO DO PRODUTO '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO PRI-CODIGO.
           READ ARQ-PRODUTOSINV
              INVALID KEY
                 DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 DISPLAY 'NOME ATUAL: ' PRI-NOME
                 DISPLAY 'NOVO NOME (BRANCO MANTEM) '
                 ACCEPT WRK-NOME
                 IF WRK-NOME NOT EQUAL SPACES
                    MOVE WRK-NOME TO PRI-NOME
                 END-IF
                 MOVE PRI-ALIQUOTA TO WRK-ALIQUOTA-ED
                 DISPLAY 'TIPO ATUAL: ' PRI-TIPO ' REGIME: '
                         PRI-REGIME ' ALIQUOTA: ' WRK-ALIQUOTA-ED
                         ' PRAZO MINIMO: ' PRI-CARENCIA
                 PERFORM 0215-LER-TRIBUTACAO
                 IF NOT PRODUTO-VALIDO
                    DISPLAY 'TRIBUTACAO MANTIDA'
                    MOVE WRK-CODIGO TO PRI-CODIGO
                    READ ARQ-PRODUTOSINV
                       INVALID KEY
                          CONTINUE
                    END-READ
                    IF WRK-NOME NOT EQUAL SPACES
                       MOVE WRK-NOME TO PRI-NOME
                    END-IF
                 ELSE
                    MOVE WRK-ALIQUOTA TO PRI-ALIQUOTA
                    MOVE WRK-CARENCIA TO PRI-CARENCIA
                 END-IF
                 REWRITE REG-PRODUTOINV
                 PERFORM 0240-GRAVAR-AUDITORIA
                 DISPLAY 'PRODUTO ALTERADO'
           END-READ.

       0230-MUDAR-SITUACAO.
           DISPLAY 'CODIGO DO PRODUTO '.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO PRI-CODIGO.
           READ ARQ-PRODUTOSINV
              INVALID KEY
                 DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-CODIGO
              NOT INVALID KEY
                 IF PRODUTO-ATIVO
                    MOVE 'I' TO PRI-SITUACAO
                    DISPLAY 'PRODUTO INATIVADO: ' PRI-NOME
                 ELSE
                    MOVE 'A' TO PRI-SITUACAO
                    DISPLAY 'PRODUTO REATIVADO: ' PRI-NOME
                 END-IF
                 REWRITE REG-PRODUTOINV
                 PERFORM 0240-GRAVAR-AUDITORIA
           END-READ.

       0240-GRAVAR-AUDITORIA.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'PRODUTO ' PRI-CODIGO ' ' PRI-NOME
                  ' TIPO ' PRI-TIPO ' REGIME ' PRI-REGIME
                  ' ALIQ ' PRI-ALIQUOTA ' SIT ' PRI-SITUACAO
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0250-LISTAR.
           MOVE ZEROS TO WRK-QTDEPRODUTOS.
           MOVE 'N'   TO WRK-FIM-PRODUTOS.
           MOVE ZEROS TO PRI-CODIGO.
           START ARQ-PRODUTOSINV KEY IS NOT LESS THAN PRI-CODIGO
              INVALID KEY
                 SET FIM-PRODUTOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-PRODUTOS
              READ ARQ-PRODUTOSINV NEXT RECORD
                 AT END
                    SET FIM-PRODUTOS TO TRUE
                 NOT AT END
                    PERFORM 0255-LISTAR-PRODUTO
              END-READ
           END-PERFORM.
           DISPLAY 'PRODUTOS NO CATALOGO: ' WRK-QTDEPRODUTOS.

       0255-LISTAR-PRODUTO.
           ADD 1 TO WRK-QTDEPRODUTOS.
           MOVE PRI-ALIQUOTA TO WRK-ALIQUOTA-ED.
           EVALUATE TRUE
              WHEN REGIME-ISENTO
                 DISPLAY PRI-CODIGO ' ' PRI-NOME ' TIPO ' PRI-TIPO
                         ' ISENTO DE IR'
                         ' PRAZO MIN ' PRI-CARENCIA
                         ' SIT ' PRI-SITUACAO
              WHEN REGIME-FIXO
                 DISPLAY PRI-CODIGO ' ' PRI-NOME ' TIPO ' PRI-TIPO
                         ' IR FIXO ' WRK-ALIQUOTA-ED '%'
                         ' PRAZO MIN ' PRI-CARENCIA
                         ' SIT ' PRI-SITUACAO
              WHEN OTHER
                 DISPLAY PRI-CODIGO ' ' PRI-NOME ' TIPO ' PRI-TIPO
                         ' IR REGRESSIVO'
                         ' PRAZO MIN ' PRI-CARENCIA
                         ' SIT ' PRI-SITUACAO
           END-EVALUATE.

       0300-FINALIZAR.
           CLOSE ARQ-PRODUTOSINV.
           DISPLAY 'CATALOGO DE PRODUTOS ENCERRADO'.
