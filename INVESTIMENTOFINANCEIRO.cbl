       PROGRAM-ID. INVESTIMENTOFINANCEIRO.
      ******************************************************
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO: CALCULO DE UM INVESTIMENTO FINANCEIRO.
      ***             O PRODUTO INFORMADO (PRODUTOSINVEST)
      ***             DEFINE O REGIME DE IR E O PRAZO MINIMO
      ***             (PRODUTO INATIVO NAO E ACEITO);
      ***             PRODUTO ZERO SIMULA PELA TABELA
      ***             REGRESSIVA. A FAIXA DO IR USA OS DIAS
      ***             CORRIDOS DE HOJE ATE O VENCIMENTO.
      ***             COM O CLIENTE INFORMADO, AVISA QUANDO O
      ***             VALOR LEVA O CPF ACIMA DO TETO DO FGC
      ***   AUTOR: JULIANA SOARES
      ***   DATA : 27/12/2022
      ******************************************************
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA
             CRT STATUS IS WRK-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTOSINV ASSIGN TO 'PRODUTOSINVEST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRI-CODIGO
             FILE STATUS IS WRK-FS-PRODUTOSINV.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTOSINV.
       COPY PRODUTOSINVEST.
       WORKING-STORAGE SECTION.
       COPY OPERADORSESSAO.
       77 WRK-VALOR      PIC 9(09)V99       VALUE ZEROS.
       77 WRK-MSG-VALOR      PIC X(30)      VALUE SPACES.
       77 WRK-MSG-MESES      PIC X(30)      VALUE SPACES.
       77 WRK-MSG-TRANS      PIC X(30)      VALUE SPACES.
       77 WRK-MSG-PRODUTO    PIC X(30)      VALUE SPACES.
       77 WRK-PRODUTO        PIC 9(03)      VALUE ZEROS.
       77 WRK-FS-PRODUTOSINV PIC X(02)      VALUE ZEROS.
       77 WRK-REGIME         PIC X(01)      VALUE 'R'.
           88 SIMULACAO-ISENTA              VALUE 'I'.
       77 WRK-ALIQUOTA       PIC 9(02)V99   VALUE ZEROS.
       77 WRK-ALIQUOTA-ED    PIC Z9,99      VALUE ZEROS.
       77 WRK-DU-FUNCAO      PIC X(01)      VALUE 'V'.
       77 WRK-DATAHOJE       PIC 9(08)      VALUE ZEROS.
       77 WRK-DATAVENCTO     PIC 9(08)      VALUE ZEROS.
       77 WRK-DIASCORRIDOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-DIASUTEIS      PIC 9(05)      VALUE ZEROS.
       77 WRK-CLIENTE        PIC 9(06)      VALUE ZEROS.
       77 WRK-MSG-CLIENTE    PIC X(30)      VALUE SPACES.
       77 WRK-FGC-CONTRATO   PIC 9(06)      VALUE ZEROS.
       77 WRK-FGC-POSICAO    PIC 9(11)V99   VALUE ZEROS.
       77 WRK-FGC-EXCEDENTE  PIC 9(11)V99   VALUE ZEROS.
       77 WRK-FGC-OK         PIC X(01)      VALUE 'S'.
           88 FGC-EXCEDIDO                  VALUE 'E'.
           88 FGC-CLIENTE-INEXISTENTE       VALUE 'N'.
       77 WRK-FGC-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       SCREEN SECTION.
       01  TELA-INVESTIMENTO.
           02 BLANK SCREEN.
           02 LINE 07 COL 03 VALUE 'APORTES/RESGATES.....:'.
           02 LINE 07 COL 26 PIC 9(03) USING WRK-NUMTRANSACOES.
           02 LINE 07 COL 38 PIC X(30) FROM WRK-MSG-TRANS.
           02 LINE 09 COL 03 VALUE 'PRODUTO (0=REGRESSIVO):'.
           02 LINE 09 COL 26 PIC 9(03) USING WRK-PRODUTO.
           02 LINE 09 COL 38 PIC X(30) FROM WRK-MSG-PRODUTO.
           02 LINE 11 COL 03 VALUE 'CLIENTE (0=NENHUM)....:'.
           02 LINE 11 COL 26 PIC 9(06) USING WRK-CLIENTE.
           02 LINE 11 COL 38 PIC X(30) FROM WRK-MSG-CLIENTE.
           02 LINE 13 COL 03 VALUE 'ENTER=CONFIRMA  F5=LIMPA'.
           02 LINE 13 COL 30 VALUE 'F3=MENU'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
            PERFORM 0100-INICIAR.
                   OR ENTRADA-ABANDONADA.
           IF ENTRADA-CONFIRMADA
              MOVE WRK-VALOR TO WRK-PRINCIPAL
              IF FGC-EXCEDIDO
                 PERFORM 0109-AVISAR-FGC
              END-IF
              PERFORM 0110-LER-TAXAS
              PERFORM 0120-LER-TRANSACOES
           END-IF.
                 MOVE ZEROS TO WRK-VALOR
                 MOVE ZEROS TO WRK-MESES
                 MOVE ZEROS TO WRK-NUMTRANSACOES
                 MOVE ZEROS TO WRK-PRODUTO
                 MOVE ZEROS TO WRK-CLIENTE
                 MOVE SPACES TO WRK-MSG-VALOR
                 MOVE SPACES TO WRK-MSG-MESES
                 MOVE SPACES TO WRK-MSG-TRANS
                 MOVE SPACES TO WRK-MSG-PRODUTO
                 MOVE SPACES TO WRK-MSG-CLIENTE
              WHEN OTHER
                 PERFORM 0106-VALIDAR-PAINEL
           END-EVALUATE.
              MOVE 'QUANTIDADE INVALIDA (0 A 50)' TO WRK-MSG-TRANS
              MOVE 'N' TO WRK-SW-CONFIRMADO
           END-IF.
           MOVE SPACES TO WRK-MSG-PRODUTO.
           MOVE 'R'    TO WRK-REGIME.
           MOVE ZEROS  TO WRK-ALIQUOTA.
           IF WRK-PRODUTO NOT EQUAL ZEROS
              PERFORM 0107-VALIDAR-PRODUTO
           END-IF.
           MOVE SPACES TO WRK-MSG-CLIENTE.
           MOVE 'S'    TO WRK-FGC-OK.
           IF WRK-CLIENTE NOT EQUAL ZEROS
              PERFORM 0108-CONFERIR-FGC
           END-IF.

       0107-VALIDAR-PRODUTO.
           OPEN INPUT ARQ-PRODUTOSINV.
           IF WRK-FS-PRODUTOSINV NOT EQUAL '00'
              MOVE 'CATALOGO DE PRODUTOS AUSENTE' TO WRK-MSG-PRODUTO
              MOVE 'N' TO WRK-SW-CONFIRMADO
           ELSE
              MOVE WRK-PRODUTO TO PRI-CODIGO
              READ ARQ-PRODUTOSINV
                 INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSG-PRODUTO
                    MOVE 'N' TO WRK-SW-CONFIRMADO
                 NOT INVALID KEY
                    IF NOT PRODUTO-ATIVO
                       MOVE 'PRODUTO INATIVO' TO WRK-MSG-PRODUTO
                       MOVE 'N' TO WRK-SW-CONFIRMADO
                    ELSE
                       IF WRK-MESES LESS THAN PRI-CARENCIA
                          STRING 'PRAZO MINIMO ' PRI-CARENCIA ' MESES'
                                 DELIMITED BY SIZE INTO WRK-MSG-PRODUTO
                          MOVE 'N' TO WRK-SW-CONFIRMADO
                       ELSE
                          MOVE PRI-NOME     TO WRK-MSG-PRODUTO
                          MOVE PRI-REGIME   TO WRK-REGIME
                          MOVE PRI-ALIQUOTA TO WRK-ALIQUOTA
                       END-IF
                    END-IF
              END-READ
              CLOSE ARQ-PRODUTOSINV
           END-IF.

       0108-CONFERIR-FGC.
           CALL 'VERIFICARFGC' USING WRK-CLIENTE WRK-VALOR
                   WRK-FGC-CONTRATO WRK-FGC-POSICAO WRK-FGC-EXCEDENTE
                   WRK-FGC-OK.
           EVALUATE TRUE
              WHEN FGC-CLIENTE-INEXISTENTE
                 MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSG-CLIENTE
                 MOVE 'N' TO WRK-SW-CONFIRMADO
              WHEN FGC-EXCEDIDO
                 MOVE 'CPF FICA ACIMA DO TETO FGC' TO WRK-MSG-CLIENTE
              WHEN OTHER
                 MOVE 'DENTRO DO TETO FGC' TO WRK-MSG-CLIENTE
           END-EVALUATE.

       0109-AVISAR-FGC.
           MOVE WRK-FGC-POSICAO TO WRK-FGC-ED.
           DISPLAY 'ATENCAO: POSICAO ATUAL DO CPF DO CLIENTE '
                   WRK-CLIENTE ' R$' WRK-FGC-ED.
           MOVE WRK-FGC-EXCEDENTE TO WRK-FGC-ED.
           DISPLAY 'COM ESTA APLICACAO O CPF PASSA O TETO DO FGC EM R$'
                   WRK-FGC-ED.
           MOVE SPACES TO WRK-AUD-DETALHE.
           STRING 'ALERTA FGC CLIENTE ' WRK-CLIENTE
                  ' POSICAO ' WRK-FGC-POSICAO
                  ' EXCEDENTE ' WRK-FGC-EXCEDENTE
                  DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
           CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                   WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0110-LER-TAXAS.
           PERFORM VARYING WRK-MESIDX FROM 1 BY 1
        MOVE WRK-VALOR TO WRK-VALOR-ED
         DISPLAY 'VALOR BRUTO: R$' WRK-VALOR-ED.
        PERFORM 0310-APLICAR-IR.
           IF SIMULACAO-ISENTA
              DISPLAY 'PRODUTO ISENTO DE IR'
           ELSE
              MOVE WRK-ALIQUOTA TO WRK-ALIQUOTA-ED
              MOVE WRK-IR TO WRK-IR-ED
              DISPLAY 'IR RETIDO (' WRK-ALIQUOTA-ED '%): R$'
                      WRK-IR-ED
           END-IF.
        MOVE WRK-VALORLIQUIDO TO WRK-VALOR-ED
         DISPLAY 'VALOR CORRIGIDO: R$' WRK-VALOR-ED.
        STRING 'PRINCIPAL ' WRK-PRINCIPAL ' BRUTO ' WRK-VALOR
               ' IR ' WRK-IR ' LIQUIDO ' WRK-VALORLIQUIDO
               ' REG ' WRK-REGIME
               DELIMITED BY SIZE INTO WRK-AUD-DETALHE.
        CALL 'AUDITORIA' USING WRK-AUD-PROGRAMA
                WRK-AUD-DETALHE WRK-OPERADOR-ID.

       0310-APLICAR-IR.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE 'V' TO WRK-DU-FUNCAO.
           CALL 'CONTARDIASUTEIS' USING WRK-DU-FUNCAO WRK-DATAHOJE
                   WRK-DATAVENCTO WRK-MESES WRK-DIASCORRIDOS
                   WRK-DIASUTEIS.
           CALL 'CALCULARIR' USING WRK-VALOR WRK-PRINCIPAL
                   WRK-DIASCORRIDOS
                   WRK-IR WRK-VALORLIQUIDO WRK-REGIME WRK-ALIQUOTA.
